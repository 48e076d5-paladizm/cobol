       identification division.
       program-id. Program20.
       author. Zac_Paladino.

       environment division.
       input-output section.
       file-control. select payments-file assign to "payments.dat"
                           organization is line sequential.
                     select optional postings-file
                           assign to "postings.dat"
                           organization is line sequential.
                     select optional adjustments-file
                           assign to "adjust.dat"
                           organization is line sequential.
                     select optional drawer-file assign to "drawer.dat"
                           organization is line sequential.
                     select cashier-listing assign to "cashOS.txt"
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

       fd postings-file.
       01 posting-record.
           05 ps-guest-id      pic X(6).
           05 ps-dept-code     pic X(2).
           05 ps-post-date     pic 9(8).
           05 ps-description   pic X(20).
           05 ps-amount        pic 9(5)V99.
           05 ps-cashier-id    pic X(4).
           05 ps-shift         pic 9.

       fd adjustments-file.
       01 adjustment-record.
           05 aj-guest-id      pic X(6).
           05 aj-adj-date      pic 9(8).
           05 aj-category      pic X(2).
           05 aj-reason        pic X(2).
           05 aj-amount        pic s9(5)V99.
           05 aj-cashier-id    pic X(4).
           05 aj-shift         pic 9.

       fd drawer-file.
       01 drawer-record.
           05 dr-cashier-id    pic X(4).
           05 dr-shift         pic 9.
           05 dr-business-date pic 9(8).
           05 dr-declared-amt occurs 3 times pic 9(7)V99.

       fd cashier-listing.
       01 cashier-line         pic X(90).

       fd run-control-file.
       01 run-control-record.
           05 rc-business-date pic 9(8).
           05 rc-run-number    pic 9(4).
           05 rc-status        pic X.
       working-storage section.
       01  are-there-more-records  pic XXX value "yes".
       01  business-date        pic 9(8) value zeros.
       01  run-control-found    pic X value "N".
       01  payment-method-values.
           05 filler           pic X(11) value "CCASH      ".
           05 filler           pic X(11) value "KCHECK     ".
           05 filler           pic X(11) value "DCREDIT CRD".
       01  payment-method-table redefines payment-method-values.
           05 payment-method-entry occurs 3 times indexed by pm-idx.
               10 pm-code      pic X.
               10 pm-desc      pic X(10).
       01  reason-desc-values.
           05 filler           pic X(18) value "CPCOMP            ".
           05 filler           pic X(18) value "SVSERVICE RECOVERY".
           05 filler           pic X(18) value "DPDISPUTED CHARGE ".
           05 filler           pic X(18) value "GWGOODWILL        ".
           05 filler           pic X(18) value "OTOTHER           ".
       01  reason-desc-table redefines reason-desc-values.
           05 reason-desc-entry occurs 5 times indexed by rsn-idx.
               10 rsn-code     pic X(2).
               10 rsn-desc     pic X(16).
       01  cashier-table.
           05 cashier-entry occurs 200 times indexed by cs-idx.
               10 cs-cashier-id    pic X(4).
               10 cs-shift         pic 9.
               10 cs-drawer-flag   pic X.
               10 cs-method-entry occurs 3 times indexed by csm-idx.
                   15 cs-pay-count     pic 9(5).
                   15 cs-pay-amt       pic 9(7)V99.
                   15 cs-declared-amt  pic 9(7)V99.
               10 cs-reason-entry occurs 5 times indexed by csr-idx.
                   15 cs-adj-count     pic 9(5).
                   15 cs-adj-amt       pic s9(7)V99.
               10 cs-other-adj-count   pic 9(5).
               10 cs-other-adj-amt     pic s9(7)V99.
               10 cs-post-count        pic 9(5).
               10 cs-post-amt          pic 9(7)V99.
       01  cashier-table-count  pic 9(4) value zeros.
       01  cashier-overflow-count pic 9(6) value zeros.
       01  cashier-found-flag   pic X value "N".
       01  lookup-cashier-id    pic X(4) value spaces.
       01  lookup-shift         pic 9 value zeros.
       01  sort-sub             pic 9(4) value zeros.
       01  sort-sub2            pic 9(4) value zeros.
       01  sort-swap-entry      pic X(173).
       01  method-found-flag    pic X value "N".
       01  reason-found-flag    pic X value "N".
       01  over-short-amt       pic s9(7)V99 value zeros.
       01  cashier-os-total     pic s9(7)V99 value zeros.
       01  cashier-counts.
           05 payments-read-count  pic 9(6) value zeros.
           05 payments-date-count  pic 9(6) value zeros.
           05 postings-date-count  pic 9(6) value zeros.
           05 adjust-date-count    pic 9(6) value zeros.
           05 drawers-read-count   pic 9(6) value zeros.
           05 unknown-method-count pic 9(6) value zeros.
           05 no-cashier-count     pic 9(6) value zeros.
           05 no-drawer-count      pic 9(6) value zeros.
           05 out-of-balance-count pic 9(6) value zeros.
           05 system-post-count    pic 9(6) value zeros.
       01  cashier-totals.
           05 total-system-amt     pic 9(9)V99 value zeros.
           05 total-declared-amt   pic 9(9)V99 value zeros.
           05 total-over-short     pic s9(9)V99 value zeros.
           05 total-comp-amt       pic s9(9)V99 value zeros.
           05 total-goodwill-amt   pic s9(9)V99 value zeros.
           05 total-system-post-amt pic 9(9)V99 value zeros.
       01  print-cashier-header.
           05                  pic X(20) value spaces.
           05 CH-title         pic X(32) value
                   "CASHIER CLOSE-OUT / OVER-SHORT".
           05 CH-date-out      pic 9(8).
       01  print-cashier-id-line.
           05                  pic X(5) value spaces.
           05 CI-label         pic X(9) value "CASHIER: ".
           05 CI-id-out        pic X(4).
           05                  pic X(3) value spaces.
           05 CI-shift-lbl     pic X(7) value "SHIFT: ".
           05 CI-shift-out     pic 9.
           05                  pic X(3) value spaces.
           05 CI-note-out      pic X(20).
       01  print-method-column-header.
           05                  pic X(9) value spaces.
           05 MC-method-lbl    pic X(6) value "METHOD".
           05                  pic X(7) value spaces.
           05 MC-count-lbl     pic X(5) value "ITEMS".
           05                  pic X(7) value spaces.
           05 MC-system-lbl    pic X(6) value "SYSTEM".
           05                  pic X(6) value spaces.
           05 MC-declared-lbl  pic X(8) value "DECLARED".
           05                  pic X(4) value spaces.
           05 MC-os-lbl        pic X(10) value "OVER/SHORT".
       01  print-method-detail.
           05                  pic X(9) value spaces.
           05 MD-method-out    pic X(10).
           05                  pic X(3) value spaces.
           05 MD-count-out     pic ZZ,ZZ9.
           05                  pic X(2) value spaces.
           05 MD-system-out    pic $$,$$$,$$9.99.
           05                  pic X(1) value spaces.
           05 MD-declared-out  pic $$,$$$,$$9.99.
           05                  pic X(1) value spaces.
           05 MD-os-out        pic $$,$$$,$$9.99-.
       01  print-adjust-detail.
           05                  pic X(9) value spaces.
           05 AJ-label         pic X(6) value "ADJ - ".
           05 AJ-reason-out    pic X(16).
           05 AJ-count-out     pic ZZ,ZZ9.
           05                  pic X(2) value spaces.
           05 AJ-amount-out    pic $$,$$$,$$9.99-.
       01  print-posting-detail.
           05                  pic X(9) value spaces.
           05 PD-label         pic X(22) value "CHARGES POSTED".
           05 PD-count-out     pic ZZ,ZZ9.
           05                  pic X(2) value spaces.
           05 PD-amount-out    pic $$,$$$,$$9.99.
       01  print-cashier-os-line.
           05                  pic X(9) value spaces.
           05 CO-label         pic X(28) value
                   "DRAWER OVER (SHORT)".
           05                  pic X(23) value spaces.
           05 CO-amount-out    pic $$,$$$,$$9.99-.
       01  print-cashier-total.
           05                  pic X(5) value spaces.
           05 CT-label         pic X(25).
           05                  pic X(2) value spaces.
           05 CT-count-out     pic ZZZ,ZZ9.
       01  print-cashier-amount.
           05                  pic X(5) value spaces.
           05 CA-label         pic X(25).
           05                  pic X(2) value spaces.
           05 CA-amount-out    pic $$$,$$$,$$9.99-.
       01  print-cashier-note.
           05                  pic X(5) value spaces.
           05 CN-text          pic X(60).
       procedure division.
       100-main-module.
           perform 105-load-run-control-module
           if run-control-found not = "Y"
               accept business-date from date yyyymmdd
           end-if
           open input payments-file
                      postings-file
                      adjustments-file
                      drawer-file
           open output cashier-listing
           perform 200-load-drawers-module
           perform 300-total-payments-module
           perform 400-total-postings-module
           perform 450-total-adjustments-module
           perform 500-sort-cashiers-module
           move business-date to CH-date-out
           move spaces to cashier-line
           write cashier-line from print-cashier-header
           perform varying cs-idx from 1 by 1
                   until cs-idx > cashier-table-count
               perform 600-cashier-close-module
           end-perform
           perform 900-cashier-totals-module
           close payments-file
                   postings-file
                   adjustments-file
                   drawer-file
                   cashier-listing
           stop run.
       105-load-run-control-module.
           open input run-control-file
           read run-control-file
               at end
                   continue
               not at end
                   move "Y" to run-control-found
                   move rc-business-date to business-date
           end-read
           close run-control-file.
       150-find-cashier-module.
           move "N" to cashier-found-flag
           perform varying cs-idx from 1 by 1
                   until cs-idx > cashier-table-count
               if cs-cashier-id(cs-idx) = lookup-cashier-id
                       and cs-shift(cs-idx) = lookup-shift
                   move "Y" to cashier-found-flag
                   exit perform
               end-if
           end-perform
           if cashier-found-flag = "N"
               if cashier-table-count < 200
                   add 1 to cashier-table-count
                   set cs-idx to cashier-table-count
                   move "Y" to cashier-found-flag
                   move lookup-cashier-id to cs-cashier-id(cs-idx)
                   move lookup-shift to cs-shift(cs-idx)
                   move "N" to cs-drawer-flag(cs-idx)
                   perform varying csm-idx from 1 by 1
                           until csm-idx > 3
                       move zeros to cs-pay-count(cs-idx csm-idx)
                       move zeros to cs-pay-amt(cs-idx csm-idx)
                       move zeros to cs-declared-amt(cs-idx csm-idx)
                   end-perform
                   perform varying csr-idx from 1 by 1
                           until csr-idx > 5
                       move zeros to cs-adj-count(cs-idx csr-idx)
                       move zeros to cs-adj-amt(cs-idx csr-idx)
                   end-perform
                   move zeros to cs-other-adj-count(cs-idx)
                   move zeros to cs-other-adj-amt(cs-idx)
                   move zeros to cs-post-count(cs-idx)
                   move zeros to cs-post-amt(cs-idx)
               else
                   add 1 to cashier-overflow-count
               end-if
           end-if.
       200-load-drawers-module.
           perform until are-there-more-records = "no "
               read drawer-file
                   at end
                       move "no " to are-there-more-records
                   not at end
                       if dr-business-date = business-date
                           add 1 to drawers-read-count
                           move dr-cashier-id to lookup-cashier-id
                           move dr-shift to lookup-shift
                           perform 150-find-cashier-module
                           if cashier-found-flag = "Y"
                               perform 210-store-drawer-module
                           end-if
                       end-if
               end-read
           end-perform.
       210-store-drawer-module.
           move "Y" to cs-drawer-flag(cs-idx)
           perform varying csm-idx from 1 by 1 until csm-idx > 3
               add dr-declared-amt(csm-idx)
                   to cs-declared-amt(cs-idx csm-idx)
           end-perform.
       300-total-payments-module.
           move "yes" to are-there-more-records
           perform until are-there-more-records = "no "
               read payments-file
                   at end
                       move "no " to are-there-more-records
                   not at end
                       add 1 to payments-read-count
                       if py-pay-date = business-date
                           add 1 to payments-date-count
                           perform 310-accumulate-payment-module
                       end-if
               end-read
           end-perform.
       310-accumulate-payment-module.
           if py-cashier-id = spaces
               add 1 to no-cashier-count
           end-if
           move py-cashier-id to lookup-cashier-id
           move py-shift to lookup-shift
           perform 150-find-cashier-module
           if cashier-found-flag = "Y"
               move "N" to method-found-flag
               perform varying pm-idx from 1 by 1 until pm-idx > 3
                   if pm-code(pm-idx) = py-method
                       move "Y" to method-found-flag
                       exit perform
                   end-if
               end-perform
               if method-found-flag = "Y"
                   set csm-idx to pm-idx
                   add 1 to cs-pay-count(cs-idx csm-idx)
                   add py-amount to cs-pay-amt(cs-idx csm-idx)
               else
                   add 1 to unknown-method-count
               end-if
           end-if.
       400-total-postings-module.
           move "yes" to are-there-more-records
           perform until are-there-more-records = "no "
               read postings-file
                   at end
                       move "no " to are-there-more-records
                   not at end
                       if ps-post-date = business-date
                           add 1 to postings-date-count
                           perform 410-accumulate-posting-module
                       end-if
               end-read
           end-perform.
       410-accumulate-posting-module.
           if ps-cashier-id = "SYS"
               add 1 to system-post-count
               add ps-amount to total-system-post-amt
           else
               move ps-cashier-id to lookup-cashier-id
               move ps-shift to lookup-shift
               perform 150-find-cashier-module
               if cashier-found-flag = "Y"
                   add 1 to cs-post-count(cs-idx)
                   add ps-amount to cs-post-amt(cs-idx)
               end-if
           end-if.
       450-total-adjustments-module.
           move "yes" to are-there-more-records
           perform until are-there-more-records = "no "
               read adjustments-file
                   at end
                       move "no " to are-there-more-records
                   not at end
                       if aj-adj-date = business-date
                           add 1 to adjust-date-count
                           perform 460-accumulate-adjustment-module
                       end-if
               end-read
           end-perform.
       460-accumulate-adjustment-module.
           move aj-cashier-id to lookup-cashier-id
           move aj-shift to lookup-shift
           perform 150-find-cashier-module
           if cashier-found-flag = "Y"
               move "N" to reason-found-flag
               perform varying rsn-idx from 1 by 1 until rsn-idx > 5
                   if rsn-code(rsn-idx) = aj-reason
                       move "Y" to reason-found-flag
                       exit perform
                   end-if
               end-perform
               if reason-found-flag = "Y"
                   set csr-idx to rsn-idx
                   add 1 to cs-adj-count(cs-idx csr-idx)
                   add aj-amount to cs-adj-amt(cs-idx csr-idx)
               else
                   add 1 to cs-other-adj-count(cs-idx)
                   add aj-amount to cs-other-adj-amt(cs-idx)
               end-if
               evaluate aj-reason
                   when "CP"
                       add aj-amount to total-comp-amt
                   when "GW"
                       add aj-amount to total-goodwill-amt
               end-evaluate
           end-if.
       500-sort-cashiers-module.
           perform varying sort-sub from 1 by 1
                   until sort-sub >= cashier-table-count
               perform varying sort-sub2 from 1 by 1
                       until sort-sub2 >= cashier-table-count
                   if cs-cashier-id(sort-sub2) >
                           cs-cashier-id(sort-sub2 + 1)
                       or (cs-cashier-id(sort-sub2) =
                               cs-cashier-id(sort-sub2 + 1)
                           and cs-shift(sort-sub2) >
                               cs-shift(sort-sub2 + 1))
                       move cashier-entry(sort-sub2)
                           to sort-swap-entry
                       move cashier-entry(sort-sub2 + 1)
                           to cashier-entry(sort-sub2)
                       move sort-swap-entry
                           to cashier-entry(sort-sub2 + 1)
                   end-if
               end-perform
           end-perform.
       600-cashier-close-module.
           move spaces to cashier-line
           write cashier-line
           move cs-cashier-id(cs-idx) to CI-id-out
           move cs-shift(cs-idx) to CI-shift-out
           if cs-drawer-flag(cs-idx) = "Y"
               move spaces to CI-note-out
           else
               move "NO DRAWER DECLARED" to CI-note-out
               add 1 to no-drawer-count
           end-if
           if cs-cashier-id(cs-idx) = spaces
               move "NO CASHIER ON ITEMS" to CI-note-out
           end-if
           move spaces to cashier-line
           write cashier-line from print-cashier-id-line
           move spaces to cashier-line
           write cashier-line from print-method-column-header
           move zeros to cashier-os-total
           perform varying csm-idx from 1 by 1 until csm-idx > 3
               set pm-idx to csm-idx
               compute over-short-amt =
                       cs-declared-amt(cs-idx csm-idx)
                       - cs-pay-amt(cs-idx csm-idx)
               add over-short-amt to cashier-os-total
               add cs-pay-amt(cs-idx csm-idx) to total-system-amt
               add cs-declared-amt(cs-idx csm-idx)
                   to total-declared-amt
               move spaces to cashier-line
               move pm-desc(pm-idx) to MD-method-out
               move cs-pay-count(cs-idx csm-idx) to MD-count-out
               move cs-pay-amt(cs-idx csm-idx) to MD-system-out
               move cs-declared-amt(cs-idx csm-idx) to MD-declared-out
               move over-short-amt to MD-os-out
               write cashier-line from print-method-detail
           end-perform
           move spaces to cashier-line
           move cashier-os-total to CO-amount-out
           write cashier-line from print-cashier-os-line
           add cashier-os-total to total-over-short
           if cashier-os-total not = 0
               add 1 to out-of-balance-count
           end-if
           if cs-post-count(cs-idx) > 0
               move spaces to cashier-line
               move cs-post-count(cs-idx) to PD-count-out
               move cs-post-amt(cs-idx) to PD-amount-out
               write cashier-line from print-posting-detail
           end-if
           perform varying csr-idx from 1 by 1 until csr-idx > 5
               if cs-adj-count(cs-idx csr-idx) > 0
                   set rsn-idx to csr-idx
                   move spaces to cashier-line
                   move rsn-desc(rsn-idx) to AJ-reason-out
                   move cs-adj-count(cs-idx csr-idx) to AJ-count-out
                   move cs-adj-amt(cs-idx csr-idx) to AJ-amount-out
                   write cashier-line from print-adjust-detail
               end-if
           end-perform
           if cs-other-adj-count(cs-idx) > 0
               move spaces to cashier-line
               move "UNKNOWN REASON" to AJ-reason-out
               move cs-other-adj-count(cs-idx) to AJ-count-out
               move cs-other-adj-amt(cs-idx) to AJ-amount-out
               write cashier-line from print-adjust-detail
           end-if.
       900-cashier-totals-module.
           move spaces to cashier-line
           write cashier-line
           move "PAYMENTS READ            " to CT-label
           move payments-read-count to CT-count-out
           write cashier-line from print-cashier-total
           move "PAYMENTS FOR DATE        " to CT-label
           move payments-date-count to CT-count-out
           write cashier-line from print-cashier-total
           move "POSTINGS FOR DATE        " to CT-label
           move postings-date-count to CT-count-out
           write cashier-line from print-cashier-total
           move "SYSTEM POSTINGS (SYS)    " to CT-label
           move system-post-count to CT-count-out
           write cashier-line from print-cashier-total
           move "ADJUSTMENTS FOR DATE     " to CT-label
           move adjust-date-count to CT-count-out
           write cashier-line from print-cashier-total
           move "DRAWERS DECLARED         " to CT-label
           move drawers-read-count to CT-count-out
           write cashier-line from print-cashier-total
           move "CASHIER SHIFTS CLOSED    " to CT-label
           move cashier-table-count to CT-count-out
           write cashier-line from print-cashier-total
           move "SHIFTS OUT OF BALANCE    " to CT-label
           move out-of-balance-count to CT-count-out
           write cashier-line from print-cashier-total
           move "SHIFTS WITH NO DRAWER    " to CT-label
           move no-drawer-count to CT-count-out
           write cashier-line from print-cashier-total
           if no-cashier-count > 0
               move "PAYMENTS WITH NO CASHIER " to CT-label
               move no-cashier-count to CT-count-out
               write cashier-line from print-cashier-total
           end-if
           if unknown-method-count > 0
               move "UNKNOWN PAYMENT METHOD   " to CT-label
               move unknown-method-count to CT-count-out
               write cashier-line from print-cashier-total
           end-if
           if cashier-overflow-count > 0
               move "ITEMS PAST CASHIER TABLE " to CT-label
               move cashier-overflow-count to CT-count-out
               write cashier-line from print-cashier-total
           end-if
           move "TOTAL SYSTEM PAYMENTS    " to CA-label
           move total-system-amt to CA-amount-out
           write cashier-line from print-cashier-amount
           move "TOTAL DECLARED           " to CA-label
           move total-declared-amt to CA-amount-out
           write cashier-line from print-cashier-amount
           move "TOTAL OVER (SHORT)       " to CA-label
           move total-over-short to CA-amount-out
           write cashier-line from print-cashier-amount
           move "TOTAL SYSTEM POSTINGS    " to CA-label
           move total-system-post-amt to CA-amount-out
           write cashier-line from print-cashier-amount
           move "TOTAL COMP ADJUSTMENTS   " to CA-label
           move total-comp-amt to CA-amount-out
           write cashier-line from print-cashier-amount
           move "TOTAL GOODWILL ADJ       " to CA-label
           move total-goodwill-amt to CA-amount-out
           write cashier-line from print-cashier-amount
           move spaces to cashier-line
           if out-of-balance-count + no-drawer-count = 0
               move "*** ALL DRAWERS BALANCED ***" to CN-text
           else
               move "*** DRAWER EXCEPTIONS - REVIEW ***" to CN-text
           end-if
           write cashier-line from print-cashier-note.
