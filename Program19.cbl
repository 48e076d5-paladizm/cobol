       identification division.
       program-id. Program19.
       author. Zac_Paladino.

       environment division.
       input-output section.
       file-control. select payments-file assign to "payments.dat"
                           organization is line sequential.
                     select optional settlement-batch
                           assign to "setlBat.dat"
                           organization is line sequential.
                     select optional settlement-ack
                           assign to "setlAck.dat"
                           organization is line sequential.
                     select settlement-listing assign to "setlRpt.txt"
                           organization is line sequential.
                     select recon-listing assign to "setlRcn.txt"
                           organization is line sequential.
                     select optional run-control-file
                           assign to "runCtl.dat"
                           organization is line sequential.
       data division.
       file section.
       fd payments-file.
       01 payment-record.
           05 py-guest-id      pic X(6).
           05 py-pay-date      pic 9(8).
           05 py-method        pic X.
           05 py-amount        pic 9(7)V99.
           05 py-card-brand    pic X(2).
           05 py-auth-code     pic X(6).
           05 py-cashier-id    pic X(4).
           05 py-shift         pic 9.

       fd settlement-batch.
       01 settlement-record.
           05 sb-rec-type      pic X.
           05 sb-rec-data      pic X(49).
       01 settlement-header-record.
           05                  pic X.
           05 sbh-batch-date   pic 9(8).
           05 sbh-card-brand   pic X(2).
           05 sbh-batch-number pic 9(4).
           05 sbh-run-number   pic 9(4).
           05 sbh-trans-count  pic 9(6).
           05 sbh-batch-amount pic 9(9)V99.
           05                  pic X(14).
       01 settlement-detail-record.
           05                  pic X.
           05 sbd-trans-seq    pic 9(6).
           05 sbd-guest-id     pic X(6).
           05 sbd-pay-date     pic 9(8).
           05 sbd-card-brand   pic X(2).
           05 sbd-auth-code    pic X(6).
           05 sbd-amount       pic 9(7)V99.
           05 sbd-ack-flag     pic X.
           05                  pic X(11).
       01 settlement-trailer-record.
           05                  pic X.
           05 sbt-card-brand   pic X(2).
           05 sbt-batch-number pic 9(4).
           05 sbt-trans-count  pic 9(6).
           05 sbt-batch-amount pic 9(9)V99.
           05                  pic X(26).

       fd settlement-ack.
       01 settlement-ack-record.
           05 sa-batch-date    pic 9(8).
           05 sa-trans-seq     pic 9(6).
           05 sa-status        pic X.
           05 sa-settled-amt   pic 9(7)V99.
           05 sa-deposit-date  pic 9(8).

       fd settlement-listing.
       01 settlement-line      pic X(90).

       fd recon-listing.
       01 recon-line           pic X(90).

       fd run-control-file.
       01 run-control-record.
           05 rc-business-date pic 9(8).
           05 rc-run-number    pic 9(4).
           05 rc-status        pic X.
       working-storage section.
       01  are-there-more-records  pic XXX value "yes".
       01  business-date        pic 9(8) value zeros.
       01  run-number           pic 9(4) value zeros.
       01  run-control-found    pic X value "N".
       01  settle-option-in     pic X(20) value spaces.
       01  settle-mode          pic X value "B".
       01  batch-date           pic 9(8) value zeros.
       01  batch-on-file-flag   pic X value "N".
       01  card-brand-values.
           05 filler           pic X(12) value "VIVISA      ".
           05 filler           pic X(12) value "MCMASTERCARD".
           05 filler           pic X(12) value "AXAMEX      ".
           05 filler           pic X(12) value "DSDISCOVER  ".
           05 filler           pic X(12) value "JCJCB       ".
       01  card-brand-table redefines card-brand-values.
           05 card-brand-entry occurs 5 times indexed by cb-idx.
               10 cb-code      pic X(2).
               10 cb-desc      pic X(10).
       01  brand-totals.
           05 brand-total-entry occurs 5 times indexed by bt-idx.
               10 bt-count         pic 9(6).
               10 bt-amount        pic 9(9)V99.
       01  brand-found-flag     pic X value "N".
       01  card-table.
           05 card-entry occurs 2000 times indexed by ct-idx.
               10 ct-trans-seq     pic 9(6).
               10 ct-guest-id      pic X(6).
               10 ct-pay-date      pic 9(8).
               10 ct-card-brand    pic X(2).
               10 ct-auth-code     pic X(6).
               10 ct-amount        pic 9(7)V99.
               10 ct-brand-sub     pic 9.
               10 ct-ack-flag      pic X.
               10 ct-batch-date    pic 9(8).
               10 ct-group-sub     pic 9(4).
       01  card-table-count     pic 9(4) value zeros.
       01  card-overflow-count  pic 9(6) value zeros.
       01  brand-sub            pic 9 value zeros.
       01  batch-number         pic 9(4) value zeros.
       01  trans-seq            pic 9(6) value zeros.
       01  card-found-flag      pic X value "N".
       01  amount-difference    pic S9(7)V99 value zeros.
       01  batch-group-table.
           05 batch-group-entry occurs 500 times indexed by bg-idx.
               10 bg-batch-date    pic 9(8).
               10 bg-card-brand    pic X(2).
               10 bg-batch-number  pic 9(4).
               10 bg-run-number    pic 9(4).
               10 bg-hdr-count     pic 9(6).
               10 bg-hdr-amount    pic 9(9)V99.
               10 bg-dtl-count     pic 9(6).
               10 bg-dtl-amount    pic 9(9)V99.
               10 bg-tlr-count     pic 9(6).
               10 bg-tlr-amount    pic 9(9)V99.
               10 bg-keep-flag     pic X.
       01  batch-group-count    pic 9(4) value zeros.
       01  group-overflow-count pic 9(6) value zeros.
       01  group-sub            pic 9(4) value zeros.
       01  date-found-flag      pic X value "N".
       01  settlement-counts.
           05 payments-read-count  pic 9(6) value zeros.
           05 card-payment-count   pic 9(6) value zeros.
           05 batched-count        pic 9(6) value zeros.
           05 rejected-count       pic 9(6) value zeros.
           05 batch-written-count  pic 9(6) value zeros.
       01  recon-counts.
           05 ack-read-count       pic 9(6) value zeros.
           05 ack-other-date-count pic 9(6) value zeros.
           05 settled-count        pic 9(6) value zeros.
           05 declined-count       pic 9(6) value zeros.
           05 amount-diff-count    pic 9(6) value zeros.
           05 missing-count        pic 9(6) value zeros.
           05 unknown-ack-count    pic 9(6) value zeros.
           05 ack-repeat-count     pic 9(6) value zeros.
           05 batch-unbal-count    pic 9(6) value zeros.
           05 batch-cleared-count  pic 9(6) value zeros.
           05 batch-open-count     pic 9(6) value zeros.
       01  settlement-totals.
           05 total-batched-amt    pic 9(9)V99 value zeros.
           05 total-rejected-amt   pic 9(9)V99 value zeros.
           05 total-settled-amt    pic 9(9)V99 value zeros.
           05 total-declined-amt   pic 9(9)V99 value zeros.
           05 total-short-amt      pic S9(9)V99 value zeros.
           05 total-missing-amt    pic 9(9)V99 value zeros.
       01  print-settlement-header.
           05                  pic X(20) value spaces.
           05 SH-title         pic X(31) value
                   "CARD SETTLEMENT BATCH FOR DATE".
           05 SH-date-out      pic 9(8).
       01  print-settlement-column-header.
           05                  pic X(5) value spaces.
           05 SC-seq-lbl       pic X(6) value "SEQ NO".
           05                  pic X(3) value spaces.
           05 SC-guest-lbl     pic X(8) value "GUEST ID".
           05                  pic X(3) value spaces.
           05 SC-brand-lbl     pic X(10) value "CARD BRAND".
           05                  pic X(3) value spaces.
           05 SC-auth-lbl      pic X(6) value "AUTH".
           05                  pic X(8) value spaces.
           05 SC-amount-lbl    pic X(6) value "AMOUNT".
       01  print-settlement-detail.
           05                  pic X(5) value spaces.
           05 SD-seq-out       pic 9(6).
           05                  pic X(3) value spaces.
           05 SD-guest-out     pic X(6).
           05                  pic X(5) value spaces.
           05 SD-brand-out     pic X(10).
           05                  pic X(3) value spaces.
           05 SD-auth-out      pic X(6).
           05                  pic X(2) value spaces.
           05 SD-amount-out    pic $$,$$$,$$9.99.
       01  print-settlement-reject.
           05                  pic X(5) value spaces.
           05 SJ-label         pic X(9) value "REJECTED ".
           05 SJ-guest-out     pic X(6).
           05                  pic X(2) value spaces.
           05 SJ-brand-out     pic X(2).
           05                  pic X(2) value spaces.
           05 SJ-amount-out    pic $$,$$$,$$9.99.
           05                  pic X(2) value spaces.
           05 SJ-reason-out    pic X(25).
       01  print-brand-total.
           05                  pic X(5) value spaces.
           05 BT-brand-out     pic X(10).
           05                  pic X(2) value spaces.
           05 BT-batch-lbl     pic X(7) value "BATCH ".
           05 BT-batch-out     pic 9(4).
           05                  pic X(2) value spaces.
           05 BT-count-out     pic ZZZ,ZZ9.
           05 BT-count-lbl     pic X(7) value " ITEMS".
           05                  pic X(2) value spaces.
           05 BT-amount-out    pic $$$,$$$,$$9.99.
       01  print-recon-header.
           05                  pic X(20) value spaces.
           05 RH-title         pic X(31) value
                   "CARD SETTLEMENT RECON FOR DATE".
           05 RH-date-out      pic 9(8).
       01  print-recon-column-header.
           05                  pic X(5) value spaces.
           05 RC-date-lbl      pic X(8) value "BAT DATE".
           05                  pic X(2) value spaces.
           05 RC-seq-lbl       pic X(6) value "SEQ NO".
           05                  pic X(3) value spaces.
           05 RC-guest-lbl     pic X(8) value "GUEST ID".
           05                  pic X(2) value spaces.
           05 RC-brand-lbl     pic X(5) value "BRAND".
           05                  pic X(6) value spaces.
           05 RC-batch-lbl     pic X(7) value "BATCHED".
           05                  pic X(6) value spaces.
           05 RC-settle-lbl    pic X(7) value "SETTLED".
           05                  pic X(3) value spaces.
           05 RC-reason-lbl    pic X(6) value "REASON".
       01  print-recon-detail.
           05                  pic X(5) value spaces.
           05 RD-date-out      pic 9(8).
           05                  pic X(2) value spaces.
           05 RD-seq-out       pic 9(6).
           05                  pic X(3) value spaces.
           05 RD-guest-out     pic X(6).
           05                  pic X(4) value spaces.
           05 RD-brand-out     pic X(2).
           05                  pic X(2) value spaces.
           05 RD-batch-out     pic $$,$$$,$$9.99.
           05                  pic X(1) value spaces.
           05 RD-settle-out    pic $$,$$$,$$9.99.
           05                  pic X(2) value spaces.
           05 RD-reason-out    pic X(20).
       01  print-settle-total.
           05                  pic X(5) value spaces.
           05 ST-label         pic X(25).
           05                  pic X(2) value spaces.
           05 ST-count-out     pic ZZZ,ZZ9.
       01  print-settle-amount.
           05                  pic X(5) value spaces.
           05 SA-label         pic X(25).
           05                  pic X(2) value spaces.
           05 SA-amount-out    pic $$$,$$$,$$9.99-.
       01  print-settle-note.
           05                  pic X(5) value spaces.
           05 SN-text          pic X(60).
       procedure division.
       100-main-module.
           accept settle-option-in from command-line
           if settle-option-in(1:5) = "RECON"
               move "R" to settle-mode
           else
               move "B" to settle-mode
           end-if
           perform 105-load-run-control-module
           if run-control-found not = "Y"
               accept business-date from date yyyymmdd
           end-if
           perform varying bt-idx from 1 by 1 until bt-idx > 5
               move zeros to bt-count(bt-idx)
               move zeros to bt-amount(bt-idx)
           end-perform
           if settle-mode = "R"
               perform 500-reconcile-module
           else
               perform 200-build-batch-module
           end-if
           stop run.
       105-load-run-control-module.
           open input run-control-file
           read run-control-file
               at end
                   continue
               not at end
                   move "Y" to run-control-found
                   move rc-business-date to business-date
                   move rc-run-number to run-number
           end-read
           close run-control-file.
       150-check-batch-on-file-module.
           open input settlement-batch
           perform until are-there-more-records = "no "
               read settlement-batch
                   at end
                       move "no " to are-there-more-records
                   not at end
                       if sb-rec-type = "H"
                           and sbh-batch-date = business-date
                           move "Y" to batch-on-file-flag
                       end-if
               end-read
           end-perform
           close settlement-batch
           move "yes" to are-there-more-records.
       200-build-batch-module.
           perform 150-check-batch-on-file-module
           open output settlement-listing
           move business-date to SH-date-out
           move spaces to settlement-line
           write settlement-line from print-settlement-header
           move spaces to settlement-line
           write settlement-line from print-settlement-column-header
               before advancing 2 line
           if batch-on-file-flag = "Y"
               move spaces to settlement-line
               move "BATCH ALREADY ON FILE FOR DATE - NOT REBATCHED"
                   to SN-text
               write settlement-line from print-settle-note
               close settlement-listing
               display "SETTLEMENT NOT RUN - BATCH ON FILE FOR "
                       business-date
               stop run
           end-if
           open input payments-file
           open extend settlement-batch
           perform until are-there-more-records = "no "
               read payments-file
                   at end
                       move "no " to are-there-more-records
                   not at end
                       add 1 to payments-read-count
                       if py-method = "D"
                               and py-pay-date = business-date
                           add 1 to card-payment-count
                           perform 210-select-card-payment-module
                       end-if
               end-read
           end-perform
           close payments-file
           perform varying cb-idx from 1 by 1 until cb-idx > 5
               set bt-idx to cb-idx
               if bt-count(bt-idx) > 0
                   perform 300-write-brand-batch-module
               end-if
           end-perform
           perform 400-batch-totals-module
           close settlement-batch
                   settlement-listing.
       210-select-card-payment-module.
           move "N" to brand-found-flag
           perform varying cb-idx from 1 by 1 until cb-idx > 5
               if cb-code(cb-idx) = py-card-brand
                   move "Y" to brand-found-flag
                   exit perform
               end-if
           end-perform
           evaluate true
               when brand-found-flag = "N"
                   move "UNKNOWN CARD BRAND" to SJ-reason-out
                   perform 220-reject-card-payment-module
               when py-auth-code = spaces
                   move "NO AUTHORIZATION CODE" to SJ-reason-out
                   perform 220-reject-card-payment-module
               when card-table-count not < 2000
                   add 1 to card-overflow-count
                   move "BATCH TABLE FULL" to SJ-reason-out
                   perform 220-reject-card-payment-module
               when other
                   add 1 to card-table-count
                   set ct-idx to card-table-count
                   set brand-sub to cb-idx
                   move py-guest-id   to ct-guest-id(ct-idx)
                   move py-pay-date   to ct-pay-date(ct-idx)
                   move py-card-brand to ct-card-brand(ct-idx)
                   move py-auth-code  to ct-auth-code(ct-idx)
                   move py-amount     to ct-amount(ct-idx)
                   move brand-sub     to ct-brand-sub(ct-idx)
                   set bt-idx to cb-idx
                   add 1 to bt-count(bt-idx)
                   add py-amount to bt-amount(bt-idx)
           end-evaluate.
       220-reject-card-payment-module.
           add 1 to rejected-count
           add py-amount to total-rejected-amt
           move spaces to settlement-line
           move py-guest-id   to SJ-guest-out
           move py-card-brand to SJ-brand-out
           move py-amount     to SJ-amount-out
           write settlement-line from print-settlement-reject.
       300-write-brand-batch-module.
           add 1 to batch-number
           set brand-sub to cb-idx
           move spaces to settlement-record
           move "H" to sb-rec-type
           move business-date     to sbh-batch-date
           move cb-code(cb-idx)   to sbh-card-brand
           move batch-number      to sbh-batch-number
           move run-number        to sbh-run-number
           move bt-count(bt-idx)  to sbh-trans-count
           move bt-amount(bt-idx) to sbh-batch-amount
           write settlement-record
           add 1 to batch-written-count
           perform varying ct-idx from 1 by 1
                   until ct-idx > card-table-count
               if ct-brand-sub(ct-idx) = brand-sub
                   perform 310-write-batch-detail-module
               end-if
           end-perform
           move spaces to settlement-record
           move "T" to sb-rec-type
           move cb-code(cb-idx)   to sbt-card-brand
           move batch-number      to sbt-batch-number
           move bt-count(bt-idx)  to sbt-trans-count
           move bt-amount(bt-idx) to sbt-batch-amount
           write settlement-record
           add 1 to batch-written-count
           move spaces to settlement-line
           move cb-desc(cb-idx)   to BT-brand-out
           move batch-number      to BT-batch-out
           move bt-count(bt-idx)  to BT-count-out
           move bt-amount(bt-idx) to BT-amount-out
           write settlement-line from print-brand-total
           move spaces to settlement-line
           write settlement-line
           add bt-amount(bt-idx) to total-batched-amt.
       310-write-batch-detail-module.
           add 1 to trans-seq
           add 1 to batched-count
           move trans-seq to ct-trans-seq(ct-idx)
           move spaces to settlement-record
           move "D" to sb-rec-type
           move trans-seq             to sbd-trans-seq
           move ct-guest-id(ct-idx)   to sbd-guest-id
           move ct-pay-date(ct-idx)   to sbd-pay-date
           move ct-card-brand(ct-idx) to sbd-card-brand
           move ct-auth-code(ct-idx)  to sbd-auth-code
           move ct-amount(ct-idx)     to sbd-amount
           write settlement-record
           add 1 to batch-written-count
           move spaces to settlement-line
           move trans-seq             to SD-seq-out
           move ct-guest-id(ct-idx)   to SD-guest-out
           move cb-desc(cb-idx)       to SD-brand-out
           move ct-auth-code(ct-idx)  to SD-auth-out
           move ct-amount(ct-idx)     to SD-amount-out
           write settlement-line from print-settlement-detail.
       400-batch-totals-module.
           move spaces to settlement-line
           move "PAYMENTS READ            " to ST-label
           move payments-read-count to ST-count-out
           write settlement-line from print-settle-total
           move "CARD PAYMENTS FOR DATE   " to ST-label
           move card-payment-count to ST-count-out
           write settlement-line from print-settle-total
           move "CARD PAYMENTS BATCHED    " to ST-label
           move batched-count to ST-count-out
           write settlement-line from print-settle-total
           move "CARD PAYMENTS REJECTED   " to ST-label
           move rejected-count to ST-count-out
           write settlement-line from print-settle-total
           move "BATCH RECORDS WRITTEN    " to ST-label
           move batch-written-count to ST-count-out
           write settlement-line from print-settle-total
           move "TOTAL BATCHED            " to SA-label
           move total-batched-amt to SA-amount-out
           write settlement-line from print-settle-amount
           move "TOTAL REJECTED           " to SA-label
           move total-rejected-amt to SA-amount-out
           write settlement-line from print-settle-amount.
       500-reconcile-module.
           open input settlement-batch
                      settlement-ack
           open output recon-listing
           perform 510-load-batch-module
           close settlement-batch
           move business-date to RH-date-out
           move spaces to recon-line
           write recon-line from print-recon-header
           move spaces to recon-line
           write recon-line from print-recon-column-header
               before advancing 2 line
           move "yes" to are-there-more-records
           perform until are-there-more-records = "no "
               read settlement-ack
                   at end
                       move "no " to are-there-more-records
                   not at end
                       add 1 to ack-read-count
                       perform 520-match-ack-module
               end-read
           end-perform
           perform varying ct-idx from 1 by 1
                   until ct-idx > card-table-count
               if ct-ack-flag(ct-idx) = "N"
                   add 1 to missing-count
                   add ct-amount(ct-idx) to total-missing-amt
                   move zeros to sa-settled-amt
                   move "NOT ACKNOWLEDGED" to RD-reason-out
                   perform 530-recon-detail-module
                   perform 540-hold-batch-date-module
               end-if
           end-perform
           perform 550-rewrite-batch-file-module
           perform 600-recon-totals-module
           close settlement-ack
                   recon-listing.
       510-load-batch-module.
           perform until are-there-more-records = "no "
               read settlement-batch
                   at end
                       move "no " to are-there-more-records
                   not at end
                       evaluate sb-rec-type
                           when "H"
                               move sbh-batch-date to batch-date
                               perform 512-store-batch-group-module
                           when "D"
                               perform 515-store-batch-detail-module
                           when "T"
                               perform 517-check-batch-control-module
                       end-evaluate
               end-read
           end-perform.
       512-store-batch-group-module.
           if batch-group-count < 500
               add 1 to batch-group-count
               set bg-idx to batch-group-count
               move batch-group-count to group-sub
               move sbh-batch-date   to bg-batch-date(bg-idx)
               move sbh-card-brand   to bg-card-brand(bg-idx)
               move sbh-batch-number to bg-batch-number(bg-idx)
               move sbh-run-number   to bg-run-number(bg-idx)
               move sbh-trans-count  to bg-hdr-count(bg-idx)
               move sbh-batch-amount to bg-hdr-amount(bg-idx)
               move zeros to bg-dtl-count(bg-idx)
               move zeros to bg-dtl-amount(bg-idx)
               move zeros to bg-tlr-count(bg-idx)
               move zeros to bg-tlr-amount(bg-idx)
               move "N" to bg-keep-flag(bg-idx)
           else
               move zeros to group-sub
               add 1 to group-overflow-count
           end-if.
       515-store-batch-detail-module.
           if group-sub > 0
               set bg-idx to group-sub
               add 1 to bg-dtl-count(bg-idx)
               add sbd-amount to bg-dtl-amount(bg-idx)
           end-if
           if card-table-count < 2000
               add 1 to card-table-count
               set ct-idx to card-table-count
               move sbd-trans-seq  to ct-trans-seq(ct-idx)
               move sbd-guest-id   to ct-guest-id(ct-idx)
               move sbd-pay-date   to ct-pay-date(ct-idx)
               move sbd-card-brand to ct-card-brand(ct-idx)
               move sbd-auth-code  to ct-auth-code(ct-idx)
               move sbd-amount     to ct-amount(ct-idx)
               move batch-date     to ct-batch-date(ct-idx)
               move group-sub      to ct-group-sub(ct-idx)
               if sbd-ack-flag = space
                   move "N" to ct-ack-flag(ct-idx)
               else
                   move "P" to ct-ack-flag(ct-idx)
               end-if
               add sbd-amount to total-batched-amt
               add 1 to batched-count
           else
               add 1 to card-overflow-count
           end-if.
       517-check-batch-control-module.
           if group-sub > 0
               set bg-idx to group-sub
               move sbt-trans-count  to bg-tlr-count(bg-idx)
               move sbt-batch-amount to bg-tlr-amount(bg-idx)
               if bg-hdr-count(bg-idx) not = sbt-trans-count
                   or bg-hdr-amount(bg-idx) not = sbt-batch-amount
                   or bg-dtl-count(bg-idx) not = sbt-trans-count
                   or bg-dtl-amount(bg-idx) not = sbt-batch-amount
                   add 1 to batch-unbal-count
               end-if
           end-if.
       520-match-ack-module.
           move "N" to card-found-flag
           perform varying ct-idx from 1 by 1
                   until ct-idx > card-table-count
               if ct-batch-date(ct-idx) = sa-batch-date
                   and ct-trans-seq(ct-idx) = sa-trans-seq
                   move "Y" to card-found-flag
                   exit perform
               end-if
           end-perform
           if card-found-flag = "N"
               perform 525-find-batch-date-module
           end-if
           if card-found-flag = "N" and date-found-flag = "N"
               add 1 to ack-other-date-count
           end-if
           if card-found-flag = "N" and date-found-flag = "Y"
               add 1 to unknown-ack-count
               move spaces to recon-line
               move sa-batch-date  to RD-date-out
               move sa-trans-seq   to RD-seq-out
               move spaces         to RD-guest-out
               move spaces         to RD-brand-out
               move zeros          to RD-batch-out
               move sa-settled-amt to RD-settle-out
               move "NOT IN BATCH" to RD-reason-out
               write recon-line from print-recon-detail
           end-if
           if card-found-flag = "Y"
               and ct-ack-flag(ct-idx) = "P"
               add 1 to ack-repeat-count
               move "N" to card-found-flag
           end-if
           if card-found-flag = "Y"
               move "Y" to ct-ack-flag(ct-idx)
               evaluate true
                   when sa-status = "D"
                       add 1 to declined-count
                       add ct-amount(ct-idx) to total-declined-amt
                       move "DECLINED" to RD-reason-out
                       perform 530-recon-detail-module
                   when sa-settled-amt not = ct-amount(ct-idx)
                       add 1 to amount-diff-count
                       add sa-settled-amt to total-settled-amt
                       compute amount-difference =
                               ct-amount(ct-idx) - sa-settled-amt
                       add amount-difference to total-short-amt
                       move "SETTLED AMT DIFFERS" to RD-reason-out
                       perform 530-recon-detail-module
                   when other
                       add 1 to settled-count
                       add sa-settled-amt to total-settled-amt
               end-evaluate
           end-if.
       525-find-batch-date-module.
           move "N" to date-found-flag
           perform varying bg-idx from 1 by 1
                   until bg-idx > batch-group-count
               if bg-batch-date(bg-idx) = sa-batch-date
                   move "Y" to date-found-flag
                   exit perform
               end-if
           end-perform.
       530-recon-detail-module.
           move spaces to recon-line
           move ct-batch-date(ct-idx) to RD-date-out
           move ct-trans-seq(ct-idx)  to RD-seq-out
           move ct-guest-id(ct-idx)   to RD-guest-out
           move ct-card-brand(ct-idx) to RD-brand-out
           move ct-amount(ct-idx)     to RD-batch-out
           move sa-settled-amt        to RD-settle-out
           write recon-line from print-recon-detail.
       540-hold-batch-date-module.
           perform varying bg-idx from 1 by 1
                   until bg-idx > batch-group-count
               if bg-batch-date(bg-idx) = ct-batch-date(ct-idx)
                   move "Y" to bg-keep-flag(bg-idx)
               end-if
           end-perform.
       550-rewrite-batch-file-module.
           if card-overflow-count = 0
               and group-overflow-count = 0
               open output settlement-batch
               perform varying bg-idx from 1 by 1
                       until bg-idx > batch-group-count
                   if bg-keep-flag(bg-idx) = "Y"
                       add 1 to batch-open-count
                       perform 560-write-batch-group-module
                   else
                       add 1 to batch-cleared-count
                   end-if
               end-perform
               close settlement-batch
           else
               move batch-group-count to batch-open-count
           end-if.
       560-write-batch-group-module.
           move spaces to settlement-record
           move "H" to sb-rec-type
           move bg-batch-date(bg-idx)   to sbh-batch-date
           move bg-card-brand(bg-idx)   to sbh-card-brand
           move bg-batch-number(bg-idx) to sbh-batch-number
           move bg-run-number(bg-idx)   to sbh-run-number
           move bg-hdr-count(bg-idx)    to sbh-trans-count
           move bg-hdr-amount(bg-idx)   to sbh-batch-amount
           write settlement-record
           set group-sub to bg-idx
           perform varying ct-idx from 1 by 1
                   until ct-idx > card-table-count
               if ct-group-sub(ct-idx) = group-sub
                   move spaces to settlement-record
                   move "D" to sb-rec-type
                   move ct-trans-seq(ct-idx)  to sbd-trans-seq
                   move ct-guest-id(ct-idx)   to sbd-guest-id
                   move ct-pay-date(ct-idx)   to sbd-pay-date
                   move ct-card-brand(ct-idx) to sbd-card-brand
                   move ct-auth-code(ct-idx)  to sbd-auth-code
                   move ct-amount(ct-idx)     to sbd-amount
                   if ct-ack-flag(ct-idx) not = "N"
                       move "A" to sbd-ack-flag
                   end-if
                   write settlement-record
               end-if
           end-perform
           move spaces to settlement-record
           move "T" to sb-rec-type
           move bg-card-brand(bg-idx)   to sbt-card-brand
           move bg-batch-number(bg-idx) to sbt-batch-number
           move bg-tlr-count(bg-idx)    to sbt-trans-count
           move bg-tlr-amount(bg-idx)   to sbt-batch-amount
           write settlement-record.
       600-recon-totals-module.
           move spaces to recon-line
           write recon-line
           move "BATCHES ON FILE          " to ST-label
           move batch-group-count to ST-count-out
           write recon-line from print-settle-total
           move "BATCH ITEMS              " to ST-label
           move batched-count to ST-count-out
           write recon-line from print-settle-total
           move "ACKNOWLEDGEMENTS READ    " to ST-label
           move ack-read-count to ST-count-out
           write recon-line from print-settle-total
           move "SETTLED IN FULL          " to ST-label
           move settled-count to ST-count-out
           write recon-line from print-settle-total
           move "DECLINED                 " to ST-label
           move declined-count to ST-count-out
           write recon-line from print-settle-total
           move "SETTLED AT OTHER AMOUNT  " to ST-label
           move amount-diff-count to ST-count-out
           write recon-line from print-settle-total
           move "MISSING FROM ACK FILE    " to ST-label
           move missing-count to ST-count-out
           write recon-line from print-settle-total
           move "ACK NOT IN BATCH         " to ST-label
           move unknown-ack-count to ST-count-out
           write recon-line from print-settle-total
           if ack-repeat-count > 0
               move "ACK ALREADY MATCHED      " to ST-label
               move ack-repeat-count to ST-count-out
               write recon-line from print-settle-total
           end-if
           if ack-other-date-count > 0
               move "ACK - NO BATCH FOR DATE  " to ST-label
               move ack-other-date-count to ST-count-out
               write recon-line from print-settle-total
           end-if
           if batch-unbal-count > 0
               move "BATCHES OUT OF BALANCE   " to ST-label
               move batch-unbal-count to ST-count-out
               write recon-line from print-settle-total
           end-if
           if card-overflow-count > 0
               move "BATCH ITEMS NOT LOADED   " to ST-label
               move card-overflow-count to ST-count-out
               write recon-line from print-settle-total
           end-if
           if group-overflow-count > 0
               move "BATCHES NOT LOADED       " to ST-label
               move group-overflow-count to ST-count-out
               write recon-line from print-settle-total
           end-if
           move "BATCHES CLEARED          " to ST-label
           move batch-cleared-count to ST-count-out
           write recon-line from print-settle-total
           move "BATCHES HELD OPEN        " to ST-label
           move batch-open-count to ST-count-out
           write recon-line from print-settle-total
           move "TOTAL BATCHED            " to SA-label
           move total-batched-amt to SA-amount-out
           write recon-line from print-settle-amount
           move "TOTAL SETTLED            " to SA-label
           move total-settled-amt to SA-amount-out
           write recon-line from print-settle-amount
           move "TOTAL DECLINED           " to SA-label
           move total-declined-amt to SA-amount-out
           write recon-line from print-settle-amount
           move "TOTAL SHORT (OVER)       " to SA-label
           move total-short-amt to SA-amount-out
           write recon-line from print-settle-amount
           move "TOTAL NOT ACKNOWLEDGED   " to SA-label
           move total-missing-amt to SA-amount-out
           write recon-line from print-settle-amount
           move spaces to recon-line
           if declined-count + amount-diff-count + missing-count
                   + unknown-ack-count + batch-unbal-count = 0
               move "*** BATCH FULLY SETTLED ***" to SN-text
           else
               move "*** SETTLEMENT EXCEPTIONS - REVIEW ***" to SN-text
           end-if
           write recon-line from print-settle-note
           if card-overflow-count > 0
               or group-overflow-count > 0
               move spaces to recon-line
               move "BATCH FILE NOT REWRITTEN - CLEARED BATCHES KEPT"
                   to SN-text
               write recon-line from print-settle-note
           end-if.
