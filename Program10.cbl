                     select optional run-control-file
                           assign to "runCtl.dat"
                           organization is line sequential.
                     select optional guest-master
                           assign to "guestmst.dat"
                           organization is indexed
                           access mode is random
                           record key is gm-guest-id.
                     select sequence-listing assign to "seqChk.txt"
                           organization is line sequential.
       data division.
       01 clean-guest-record.
           05 cg-guest-name    pic X(20).
           05 cg-guest-id      pic X(6).
           05 filler           pic X(23).

       fd call-detail-file.
       01 call-detail-record   pic X(38).
       fd payments-file.
       01 payment-record       pic X(37).
       fd postings-file.
       01 posting-record       pic X(48).
       fd arrival-charges.
       01 arrival-charge-record pic X(48).
       fd adjustments-file.
       01 adjustment-record    pic X(30).
       fd run-control-file.
       01 run-control-record.
           05 rc-business-date pic 9(8).
           05 rc-run-number    pic 9(4).
           05 rc-status        pic X.
       fd guest-master.
       01 guest-master-record.
           05 gm-guest-id      pic X(6).
           05 gm-guest-name    pic X(20).
           05 gm-address       pic X(30).
           05 gm-phone         pic X(12).
           05 gm-vip-flag      pic X.
           05 gm-merge-to-id   pic X(6).
       fd sequence-listing.
       01 sequence-line        pic X(80).
       working-storage section.
       01  are-there-more-guests   pic XXX value "yes".
       01  are-there-more-trans    pic XXX value "yes".
       01  work-redirect-flag   pic X value "N".
       01  work-redirect-count  pic 9(4) value zeros.
       01  run-control-found    pic X value "N".
       01  run-number-in        pic 9(4) value 1.
       01  guest-sequence-table.
       procedure division.
       100-main-module.
           open input clean-guest-data
                      guest-master
           open output sequence-listing
           perform 105-load-run-control-module
           if run-control-found not = "Y"
           perform 650-sort-adjustments-module
           perform 900-sequence-verdict-module
           close clean-guest-data
                   guest-master
                   sequence-listing
           stop run.
       105-load-run-control-module.
       210-store-work-record-module.
           add 1 to work-read-count
           move "N" to work-stored-flag
           perform 215-redirect-guest-module
           perform 200-find-sequence-module
           if work-seq-found not = "Y"
               add 1 to work-unknown-count
           else
               add 1 to work-overflow-count
           end-if.
       215-redirect-guest-module.
           move "N" to work-redirect-flag
           move work-guest-id to gm-guest-id
           read guest-master
               invalid key
                   continue
               not invalid key
                   if gm-merge-to-id not = spaces
                       move "Y" to work-redirect-flag
                       add 1 to work-redirect-count
                       move gm-merge-to-id to work-guest-id
                   end-if
           end-read.
       220-apply-redirect-module.
           if work-redirect-flag = "Y"
               move work-guest-id to wk-record(work-table-count)(1:6)
           end-if.
       250-sort-work-table-module.
           perform varying sort-sub from 1 by 1
                   until sort-sub >= work-table-count
           move zeros to work-unknown-count
           move zeros to work-read-count
           move zeros to work-written-count
           move zeros to work-redirect-count
           move "yes" to are-there-more-trans.
       270-file-section-header-module.
           move spaces to sequence-line
           move work-unknown-count to SC-count-out
           move spaces to sequence-line
           write sequence-line from print-sequence-count-line
           if work-redirect-count > 0
               move "RETIRED IDS REDIRECTED   " to SC-label
               move work-redirect-count to SC-count-out
               move spaces to sequence-line
               write sequence-line from print-sequence-count-line
           end-if
           if work-overflow-count > 0
               move "RECORDS PAST TABLE LIMIT " to SC-label
               move work-overflow-count to SC-count-out
                       if work-stored-flag = "Y"
                           move call-detail-record
                               to wk-record(work-table-count)
                           perform 220-apply-redirect-module
                       end-if
               end-read
           end-perform
                       if work-stored-flag = "Y"
                           move payment-record
                               to wk-record(work-table-count)
                           perform 220-apply-redirect-module
                       end-if
               end-read
           end-perform
               open output payments-file
               perform varying wk-idx from 1 by 1
                       until wk-idx > work-table-count
                   move wk-record(wk-idx)(1:37) to payment-record
                   write payment-record
                   add 1 to work-written-count
               end-perform
                       if work-stored-flag = "Y"
                           move posting-record
                               to wk-record(work-table-count)
                           perform 220-apply-redirect-module
                       end-if
               end-read
           end-perform
                       if work-stored-flag = "Y"
                           move arrival-charge-record
                               to wk-record(work-table-count)
                           perform 220-apply-redirect-module
                       end-if
               end-read
           end-perform
               open output postings-file
               perform varying wk-idx from 1 by 1
                       until wk-idx > work-table-count
                   move wk-record(wk-idx)(1:48) to posting-record
                   write posting-record
                   add 1 to work-written-count
               end-perform
                       if work-stored-flag = "Y"
                           move adjustment-record
                               to wk-record(work-table-count)
                           perform 220-apply-redirect-module
                       end-if
               end-read
           end-perform
               open output adjustments-file
               perform varying wk-idx from 1 by 1
                       until wk-idx > work-table-count
                   move wk-record(wk-idx)(1:30)
                       to adjustment-record
                   write adjustment-record
                   add 1 to work-written-count
