       environment division.
       input-output section.
       file-control. select guest-master assign to "guestmst.dat"
                           organization is indexed
                           access mode is dynamic
                           record key is gm-guest-id.
                     select trans-file assign to "gmTrans.dat"
                           organization is line sequential.
                     select audit-listing assign to "gmAudit.txt"
                           organization is line sequential.
                     select optional folio-history
                           assign to "folioHist.dat"
                           organization is line sequential.
                     select optional folio-history-new
                           assign to "folioHistNew.dat"
                           organization is line sequential.
                     select optional ar-ledger
                           assign to "arLedger.dat"
                           organization is line sequential.
                     select optional points-balance
                           assign to "ptsBal.dat"
                           organization is line sequential.
                     select merge-work assign to "mrgWork.dat"
                           organization is line sequential.
                     select merge-listing assign to "mrgAudit.txt"
                           organization is line sequential.
       data division.
       file section.
       fd guest-master.
           05 gm-address       pic X(30).
           05 gm-phone         pic X(12).
           05 gm-vip-flag      pic X.
           05 gm-merge-to-id   pic X(6).

       fd trans-file.
       01 trans-record.
           05 tr-address       pic X(30).
           05 tr-phone         pic X(12).
           05 tr-vip-flag      pic X.
           05 tr-retired-id    pic X(6).

       fd audit-listing.
       01 audit-line           pic X(80).

       fd folio-history.
       01 folio-history-record      pic X(80).
       fd folio-history-new.
       01 folio-history-new-record  pic X(80).
       fd ar-ledger.
       01 ar-ledger-record          pic X(80).
       fd points-balance.
       01 points-balance-record.
           05 pb-guest-id      pic X(6).
           05 pb-earned        pic 9(9).
           05 pb-redeemed      pic 9(9).
           05 pb-balance       pic 9(9).
       fd merge-work.
       01 merge-work-record         pic X(80).

       fd merge-listing.
       01 merge-line           pic X(90).
       working-storage section.
       01  are-there-more-masters  pic XXX value "yes".
       01  are-there-more-trans    pic XXX value "yes".
       01  ms-found-flag        pic X value "N".
       01  search-guest-id      pic X(6) value spaces.
       01  trans-valid-flag     pic X value "Y".
       01  trans-reason         pic X(30) value spaces.
       01  phone-sub            pic 99 value zeros.
       01  phone-char           pic X value spaces.
       01  today-date           pic 9(8) value zeros.
       01  are-there-more-records  pic XXX value "yes".
       01  retired-vip-flag     pic X value "N".
       01  pointer-found-flag   pic X value "N".
       01  pointer-count        pic 9(4) value zeros.
       01  merge-file-name      pic X(16) value spaces.
       01  rekey-record.
           05 rk-guest-id      pic X(6).
           05 rk-item-date     pic 9(8).
           05 rk-rest          pic X(66).
       01  rekey-ar-view redefines rekey-record.
           05                  pic X(24).
           05 rk-ar-open-amt   pic 9(8)V99.
           05                  pic X(46).
       01  rekey-fh-view redefines rekey-record.
           05                  pic X(53).
           05 rk-fh-total-amt  pic 9(9)V99.
           05                  pic X(16).
       01  rekey-amount         pic 9(9)V99 value zeros.
       01  rekey-survivor-id    pic X(6) value spaces.
       01  points-table.
           05 pts-entry occurs 1000 times indexed by pt-idx pt-idx2.
               10 pt-id        pic X(6).
               10 pt-earned    pic 9(9).
               10 pt-redeemed  pic 9(9).
               10 pt-balance   pic 9(9).
               10 pt-status    pic X.
       01  points-table-count   pic 9(4) value zeros.
       01  points-overflow-count pic 9(4) value zeros.
       01  points-survivor-idx  pic 9(4) value zeros.
       01  merge-counts.
           05 merge-applied-count  pic 9(6) value zeros.
           05 fh-rekey-count       pic 9(6) value zeros.
           05 fhn-rekey-count      pic 9(6) value zeros.
           05 ar-rekey-count       pic 9(6) value zeros.
           05 pts-rekey-count      pic 9(6) value zeros.
           05 pts-combined-count   pic 9(6) value zeros.
           05 file-read-count      pic 9(6) value zeros.
           05 file-write-count     pic 9(6) value zeros.
           05 file-rekey-count     pic 9(6) value zeros.
       01  maintenance-counts.
           05 trans-read-count     pic 9(6) value zeros.
           05 trans-applied-count  pic 9(6) value zeros.
           05 trans-reject-count   pic 9(6) value zeros.
           05 master-add-count     pic 9(6) value zeros.
           05 master-change-count  pic 9(6) value zeros.
           05 master-delete-count  pic 9(6) value zeros.
           05 chain-repoint-count  pic 9(6) value zeros.
       01  print-audit-header.
           05                  pic X(20) value spaces.
           05 AH-title         pic X(32) value
           05 AI-phone-out     pic X(12).
           05                  pic X(1) value spaces.
           05 AI-vip-out       pic X.
       01  print-audit-merge.
           05                  pic X(9) value spaces.
           05 AM-label         pic X(11) value "RETIRED ID ".
           05 AM-retired-out   pic X(6).
           05 AM-text          pic X(15) value
                   " NOW POINTS TO ".
           05 AM-survivor-out  pic X(6).
       01  print-merge-header.
           05                  pic X(20) value spaces.
           05 MH-title         pic X(32) value
                   "GUEST MERGE RE-KEY AUDIT".
           05 MH-date-out      pic 9(8).
       01  print-merge-column-header.
           05                  pic X(5) value spaces.
           05 MC-file-lbl      pic X(4) value "FILE".
           05                  pic X(14) value spaces.
           05 MC-retired-lbl   pic X(7) value "RETIRED".
           05                  pic X(2) value spaces.
           05 MC-survivor-lbl  pic X(8) value "SURVIVOR".
           05                  pic X(2) value spaces.
           05 MC-date-lbl      pic X(8) value "DATE".
           05                  pic X(8) value spaces.
           05 MC-amount-lbl    pic X(13) value "AMOUNT/POINTS".
           05                  pic X(2) value spaces.
           05 MC-action-lbl    pic X(6) value "ACTION".
       01  print-merge-detail.
           05                  pic X(5) value spaces.
           05 MD-file-out      pic X(16).
           05                  pic X(2) value spaces.
           05 MD-retired-out   pic X(6).
           05                  pic X(3) value spaces.
           05 MD-survivor-out  pic X(6).
           05                  pic X(4) value spaces.
           05 MD-date-out      pic 9(8).
           05                  pic X(2) value spaces.
           05 MD-amount-out    pic ZZZ,ZZZ,ZZ9.99.
           05                  pic X(2) value spaces.
           05 MD-action-out    pic X(10).
       01  print-merge-file-total.
           05                  pic X(5) value spaces.
           05 MF-file-out      pic X(16).
           05                  pic X(2) value spaces.
           05 MF-read-lbl      pic X(5) value "READ ".
           05 MF-read-out      pic ZZZ,ZZ9.
           05                  pic X(2) value spaces.
           05 MF-rekey-lbl     pic X(9) value "RE-KEYED ".
           05 MF-rekey-out     pic ZZZ,ZZ9.
           05                  pic X(2) value spaces.
           05 MF-status-out    pic X(24).
       01  print-audit-total.
           05                  pic X(5) value spaces.
           05 AT-label         pic X(25).
           05 AT-count-out     pic ZZZ,ZZ9.
       procedure division.
       100-main-module.
           open i-o guest-master
           open input trans-file
           open output audit-listing
           accept today-date from date yyyymmdd
           perform 300-audit-header-module
           perform until are-there-more-trans = "no "
               read trans-file
                   at end
                       perform 400-apply-trans-module
               end-read
           end-perform
           perform 900-audit-totals-module
           close trans-file
                   audit-listing
           perform 150-count-pointers-module
           if pointer-count > 0
               perform 700-rekey-merged-guests-module
           end-if
           close guest-master
           stop run.
       150-count-pointers-module.
           perform 415-start-master-scan-module
           perform until are-there-more-masters = "no "
               read guest-master next record
                   at end
                       move "no " to are-there-more-masters
                   not at end
                       if gm-merge-to-id not = spaces
                           add 1 to pointer-count
                       end-if
               end-read
           end-perform.
       300-audit-header-module.
           move spaces to audit-line
           move today-date to AH-date-out
                       perform 440-change-master-module
                   when "D"
                       perform 450-delete-master-module
                   when "M"
                       perform 455-merge-master-module
               end-evaluate
           end-if
           if trans-valid-flag not = "Y"
           end-if.
       410-find-master-module.
           move "N" to ms-found-flag
           move search-guest-id to gm-guest-id
           read guest-master
               invalid key
                   continue
               not invalid key
                   move "Y" to ms-found-flag
           end-read.
       415-start-master-scan-module.
           move "yes" to are-there-more-masters
           move low-values to gm-guest-id
           start guest-master key is not less than gm-guest-id
               invalid key
                   move "no " to are-there-more-masters
           end-start.
       420-edit-trans-module.
           move "Y" to trans-valid-flag
           move spaces to trans-reason
           if tr-action not = "A" and tr-action not = "C"
                   and tr-action not = "D" and tr-action not = "M"
               move "N" to trans-valid-flag
               move "INVALID ACTION CODE" to trans-reason
           end-if
               move "N" to trans-valid-flag
               move "MISSING GUEST ID" to trans-reason
           end-if
           if trans-valid-flag = "Y" and tr-action = "M"
               if tr-retired-id = spaces
                   move "N" to trans-valid-flag
                   move "MISSING RETIRED GUEST ID" to trans-reason
               else
                   if tr-retired-id = tr-guest-id
                       move "N" to trans-valid-flag
                       move "RETIRED ID SAME AS SURVIVOR"
                           to trans-reason
                   end-if
               end-if
           end-if
           if trans-valid-flag = "Y" and tr-action = "A"
                   and tr-guest-name = spaces
               move "N" to trans-valid-flag
               move "N" to trans-valid-flag
               move "DUPLICATE GUEST ID" to trans-reason
           else
               move tr-guest-id   to gm-guest-id
               move tr-guest-name to gm-guest-name
               move tr-address    to gm-address
               move tr-phone      to gm-phone
               move tr-vip-flag   to gm-vip-flag
               move spaces        to gm-merge-to-id
               write guest-master-record
                   invalid key
                       move "N" to trans-valid-flag
                       move "DUPLICATE GUEST ID" to trans-reason
                   not invalid key
                       add 1 to trans-applied-count
                       add 1 to master-add-count
                       perform 470-audit-applied-module
                       perform 480-audit-new-image-module
               end-write
           end-if.
       440-change-master-module.
           move tr-guest-id to search-guest-id
               move "N" to trans-valid-flag
               move "GUEST ID NOT ON MASTER" to trans-reason
           else
               if gm-merge-to-id not = spaces
                   move "N" to trans-valid-flag
                   move "GUEST ID RETIRED BY MERGE" to trans-reason
               end-if
           end-if
           if trans-valid-flag = "Y"
               add 1 to trans-applied-count
               add 1 to master-change-count
               perform 470-audit-applied-module
               perform 490-audit-old-image-module
               if tr-guest-name not = spaces
                   move tr-guest-name to gm-guest-name
               end-if
               if tr-address not = spaces
                   move tr-address to gm-address
               end-if
               if tr-phone not = spaces
                   move tr-phone to gm-phone
               end-if
               if tr-vip-flag not = spaces
                   move tr-vip-flag to gm-vip-flag
               end-if
               rewrite guest-master-record
               perform 480-audit-new-image-module
           end-if.
       450-delete-master-module.
               move "N" to trans-valid-flag
               move "GUEST ID NOT ON MASTER" to trans-reason
           else
               if gm-merge-to-id not = spaces
                   move "N" to trans-valid-flag
                   move "GUEST ID RETIRED BY MERGE" to trans-reason
               end-if
           end-if
           if trans-valid-flag = "Y"
               move "N" to pointer-found-flag
               perform 415-start-master-scan-module
               perform until are-there-more-masters = "no "
                   read guest-master next record
                       at end
                           move "no " to are-there-more-masters
                       not at end
                           if gm-merge-to-id = tr-guest-id
                               move "Y" to pointer-found-flag
                               move "no " to are-there-more-masters
                           end-if
                   end-read
               end-perform
               if pointer-found-flag = "Y"
                   move "N" to trans-valid-flag
                   move "GUEST ID IS MERGE SURVIVOR" to trans-reason
               end-if
           end-if
           if trans-valid-flag = "Y"
               perform 410-find-master-module
               add 1 to trans-applied-count
               add 1 to master-delete-count
               perform 470-audit-applied-module
               perform 490-audit-old-image-module
               delete guest-master record
           end-if.
       455-merge-master-module.
           move tr-guest-id to search-guest-id
           perform 410-find-master-module
           if ms-found-flag not = "Y"
               move "N" to trans-valid-flag
               move "SURVIVING ID NOT ON MASTER" to trans-reason
           else
               if gm-merge-to-id not = spaces
                   move "N" to trans-valid-flag
                   move "SURVIVING ID IS RETIRED" to trans-reason
               end-if
           end-if
           if trans-valid-flag = "Y"
               move tr-retired-id to search-guest-id
               perform 410-find-master-module
               if ms-found-flag not = "Y"
                   move "N" to trans-valid-flag
                   move "RETIRED ID NOT ON MASTER" to trans-reason
               else
                   if gm-merge-to-id not = spaces
                       move "N" to trans-valid-flag
                       move "RETIRED ID ALREADY MERGED"
                           to trans-reason
                   end-if
               end-if
           end-if
           if trans-valid-flag = "Y"
               move gm-vip-flag to retired-vip-flag
               move tr-guest-id to gm-merge-to-id
               rewrite guest-master-record
               perform 415-start-master-scan-module
               perform until are-there-more-masters = "no "
                   read guest-master next record
                       at end
                           move "no " to are-there-more-masters
                       not at end
                           if gm-merge-to-id = tr-retired-id
                               move tr-guest-id to gm-merge-to-id
                               rewrite guest-master-record
                               add 1 to chain-repoint-count
                           end-if
                   end-read
               end-perform
               if retired-vip-flag = "Y"
                   move tr-guest-id to search-guest-id
                   perform 410-find-master-module
                   move "Y" to gm-vip-flag
                   rewrite guest-master-record
               end-if
               add 1 to trans-applied-count
               add 1 to merge-applied-count
               perform 470-audit-applied-module
               move spaces to audit-line
               move tr-retired-id to AM-retired-out
               move tr-guest-id   to AM-survivor-out
               write audit-line from print-audit-merge
           end-if.
       460-audit-reject-module.
           move spaces to audit-line
       480-audit-new-image-module.
           move spaces to audit-line
           move "NEW: " to AI-label
           move gm-guest-name to AI-name-out
           move gm-address    to AI-address-out
           move gm-phone      to AI-phone-out
           move gm-vip-flag   to AI-vip-out
           write audit-line from print-audit-image.
       490-audit-old-image-module.
           move spaces to audit-line
           move "OLD: " to AI-label
           move gm-guest-name to AI-name-out
           move gm-address    to AI-address-out
           move gm-phone      to AI-phone-out
           move gm-vip-flag   to AI-vip-out
           write audit-line from print-audit-image.
       900-audit-totals-module.
           move spaces to audit-line
           write audit-line
           move "TRANSACTIONS READ        " to AT-label
           move trans-read-count to AT-count-out
           write audit-line from print-audit-total
           move "TRANSACTIONS REJECTED    " to AT-label
           move trans-reject-count to AT-count-out
           write audit-line from print-audit-total
           move "GUESTS ADDED             " to AT-label
           move master-add-count to AT-count-out
           write audit-line from print-audit-total
           move "GUESTS CHANGED           " to AT-label
           move master-change-count to AT-count-out
           write audit-line from print-audit-total
           move "GUESTS DELETED           " to AT-label
           move master-delete-count to AT-count-out
           write audit-line from print-audit-total
           move "GUESTS MERGED            " to AT-label
           move merge-applied-count to AT-count-out
           write audit-line from print-audit-total
           move "MERGE CHAINS RE-POINTED  " to AT-label
           move chain-repoint-count to AT-count-out
           write audit-line from print-audit-total.
       700-rekey-merged-guests-module.
           open output merge-listing
           move spaces to merge-line
           move today-date to MH-date-out
           write merge-line from print-merge-header
           move spaces to merge-line
           write merge-line from print-merge-column-header
               before advancing 2 line
           perform 710-rekey-folio-history-module
           perform 720-rekey-folio-history-new-module
           perform 730-rekey-ar-ledger-module
           perform 740-rekey-points-balance-module
           perform 790-merge-totals-module
           close merge-listing.
       710-rekey-folio-history-module.
           move "folioHist.dat   " to merge-file-name
           move zeros to file-read-count
           move zeros to file-write-count
           move zeros to file-rekey-count
           move "yes" to are-there-more-records
           open input folio-history
           open output merge-work
           perform until are-there-more-records = "no "
               read folio-history
                   at end
                       move "no " to are-there-more-records
                   not at end
                       add 1 to file-read-count
                       move folio-history-record to rekey-record
                       move rk-fh-total-amt to rekey-amount
                       perform 750-rekey-record-module
                       write merge-work-record from rekey-record
               end-read
           end-perform
           close folio-history
                   merge-work
           if file-rekey-count > 0
               move "yes" to are-there-more-records
               open input merge-work
               open output folio-history
               perform until are-there-more-records = "no "
                   read merge-work
                       at end
                           move "no " to are-there-more-records
                       not at end
                           write folio-history-record
                               from merge-work-record
                           add 1 to file-write-count
                   end-read
               end-perform
               close merge-work
                       folio-history
           end-if
           move file-rekey-count to fh-rekey-count
           perform 780-merge-file-total-module.
       720-rekey-folio-history-new-module.
           move "folioHistNew.dat" to merge-file-name
           move zeros to file-read-count
           move zeros to file-write-count
           move zeros to file-rekey-count
           move "yes" to are-there-more-records
           open input folio-history-new
           open output merge-work
           perform until are-there-more-records = "no "
               read folio-history-new
                   at end
                       move "no " to are-there-more-records
                   not at end
                       add 1 to file-read-count
                       move folio-history-new-record to rekey-record
                       move rk-fh-total-amt to rekey-amount
                       perform 750-rekey-record-module
                       write merge-work-record from rekey-record
               end-read
           end-perform
           close folio-history-new
                   merge-work
           if file-rekey-count > 0
               move "yes" to are-there-more-records
               open input merge-work
               open output folio-history-new
               perform until are-there-more-records = "no "
                   read merge-work
                       at end
                           move "no " to are-there-more-records
                       not at end
                           write folio-history-new-record
                               from merge-work-record
                           add 1 to file-write-count
                   end-read
               end-perform
               close merge-work
                       folio-history-new
           end-if
           move file-rekey-count to fhn-rekey-count
           perform 780-merge-file-total-module.
       730-rekey-ar-ledger-module.
           move "arLedger.dat    " to merge-file-name
           move zeros to file-read-count
           move zeros to file-write-count
           move zeros to file-rekey-count
           move "yes" to are-there-more-records
           open input ar-ledger
           open output merge-work
           perform until are-there-more-records = "no "
               read ar-ledger
                   at end
                       move "no " to are-there-more-records
                   not at end
                       add 1 to file-read-count
                       move ar-ledger-record to rekey-record
                       move rk-ar-open-amt to rekey-amount
                       perform 750-rekey-record-module
                       write merge-work-record from rekey-record
               end-read
           end-perform
           close ar-ledger
                   merge-work
           if file-rekey-count > 0
               move "yes" to are-there-more-records
               open input merge-work
               open output ar-ledger
               perform until are-there-more-records = "no "
                   read merge-work
                       at end
                           move "no " to are-there-more-records
                       not at end
                           write ar-ledger-record
                               from merge-work-record
                           add 1 to file-write-count
                   end-read
               end-perform
               close merge-work
                       ar-ledger
           end-if
           move file-rekey-count to ar-rekey-count
           perform 780-merge-file-total-module.
       740-rekey-points-balance-module.
           move "ptsBal.dat      " to merge-file-name
           move zeros to file-read-count
           move zeros to file-write-count
           move zeros to file-rekey-count
           move "yes" to are-there-more-records
           open input points-balance
           perform until are-there-more-records = "no "
               read points-balance
                   at end
                       move "no " to are-there-more-records
                   not at end
                       add 1 to file-read-count
                       if points-table-count < 1000
                           add 1 to points-table-count
                           set pt-idx to points-table-count
                           move pb-guest-id  to pt-id(pt-idx)
                           move pb-earned    to pt-earned(pt-idx)
                           move pb-redeemed  to pt-redeemed(pt-idx)
                           move pb-balance   to pt-balance(pt-idx)
                           move "A"          to pt-status(pt-idx)
                       else
                           add 1 to points-overflow-count
                       end-if
               end-read
           end-perform
           close points-balance
           if points-overflow-count = 0
               perform varying pt-idx from 1 by 1
                       until pt-idx > points-table-count
                   move pt-id(pt-idx) to rk-guest-id
                   perform 760-find-pointer-module
                   if pointer-found-flag = "Y"
                       perform 745-combine-points-module
                   end-if
               end-perform
           end-if
           if file-rekey-count > 0
               open output points-balance
               perform varying pt-idx from 1 by 1
                       until pt-idx > points-table-count
                   if pt-status(pt-idx) = "A"
                       move pt-id(pt-idx)       to pb-guest-id
                       move pt-earned(pt-idx)   to pb-earned
                       move pt-redeemed(pt-idx) to pb-redeemed
                       move pt-balance(pt-idx)  to pb-balance
                       write points-balance-record
                       add 1 to file-write-count
                   end-if
               end-perform
               close points-balance
           end-if
           move file-rekey-count to pts-rekey-count
           perform 780-merge-file-total-module.
       745-combine-points-module.
           add 1 to file-rekey-count
           move zeros to points-survivor-idx
           perform varying pt-idx2 from 1 by 1
                   until pt-idx2 > points-table-count
               if pt-id(pt-idx2) = rekey-survivor-id
                       and pt-status(pt-idx2) = "A"
                   set points-survivor-idx to pt-idx2
                   exit perform
               end-if
           end-perform
           move spaces to merge-line
           move merge-file-name   to MD-file-out
           move pt-id(pt-idx)     to MD-retired-out
           move rekey-survivor-id to MD-survivor-out
           move zeros             to MD-date-out
           move pt-balance(pt-idx) to MD-amount-out
           if points-survivor-idx = 0
               move rekey-survivor-id to pt-id(pt-idx)
               move "RE-KEYED" to MD-action-out
           else
               add pt-earned(pt-idx)
                   to pt-earned(points-survivor-idx)
               add pt-redeemed(pt-idx)
                   to pt-redeemed(points-survivor-idx)
               add pt-balance(pt-idx)
                   to pt-balance(points-survivor-idx)
               move "D" to pt-status(pt-idx)
               add 1 to pts-combined-count
               move "COMBINED" to MD-action-out
           end-if
           write merge-line from print-merge-detail.
       750-rekey-record-module.
           perform 760-find-pointer-module
           if pointer-found-flag = "Y"
               add 1 to file-rekey-count
               move spaces to merge-line
               move merge-file-name   to MD-file-out
               move rk-guest-id       to MD-retired-out
               move rekey-survivor-id to MD-survivor-out
               move rk-item-date      to MD-date-out
               move rekey-amount      to MD-amount-out
               move "RE-KEYED"        to MD-action-out
               write merge-line from print-merge-detail
               move rekey-survivor-id to rk-guest-id
           end-if.
       760-find-pointer-module.
           move "N" to pointer-found-flag
           move spaces to rekey-survivor-id
           move rk-guest-id to gm-guest-id
           read guest-master
               invalid key
                   continue
               not invalid key
                   if gm-merge-to-id not = spaces
                       move "Y" to pointer-found-flag
                       move gm-merge-to-id to rekey-survivor-id
                   end-if
           end-read.
       780-merge-file-total-module.
           move spaces to merge-line
           move merge-file-name to MF-file-out
           move file-read-count to MF-read-out
           move file-rekey-count to MF-rekey-out
           evaluate true
               when merge-file-name = "ptsBal.dat      "
                       and points-overflow-count > 0
                   move "NOT RE-KEYED - TABLE FULL" to MF-status-out
               when file-rekey-count = 0
                   move "UNCHANGED" to MF-status-out
               when other
                   move "REWRITTEN" to MF-status-out
           end-evaluate
           write merge-line from print-merge-file-total.
       790-merge-totals-module.
           move spaces to merge-line
           write merge-line
           move "MERGES APPLIED           " to AT-label
           move merge-applied-count to AT-count-out
           write merge-line from print-audit-total
           move "RETIRED ID POINTERS      " to AT-label
           move pointer-count to AT-count-out
           write merge-line from print-audit-total
           move "FOLIO HISTORY RE-KEYED   " to AT-label
           move fh-rekey-count to AT-count-out
           write merge-line from print-audit-total
           move "NEW FOLIO HIST RE-KEYED  " to AT-label
           move fhn-rekey-count to AT-count-out
           write merge-line from print-audit-total
           move "AR LEDGER ITEMS RE-KEYED " to AT-label
           move ar-rekey-count to AT-count-out
           write merge-line from print-audit-total
           move "POINTS BALANCES RE-KEYED " to AT-label
           move pts-rekey-count to AT-count-out
           write merge-line from print-audit-total
           move "POINTS BALANCES COMBINED " to AT-label
           move pts-combined-count to AT-count-out
           write merge-line from print-audit-total.
