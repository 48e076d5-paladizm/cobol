       identification division.
       program-id. Program14.
       author. Zac_Paladino.

       environment division.
       input-output section.
       file-control. select reservation-file assign to "resv.dat"
                           organization is line sequential.
                     select rate-table-file assign to "rateTbl.dat"
                           organization is line sequential.
                     select tax-table-file assign to "taxTbl.dat"
                           organization is line sequential.
                     select optional tax-exempt-file
                           assign to "taxExmpt.dat"
                           organization is line sequential.
                     select optional room-posting-file
                           assign to "roomPostNew.dat"
                           organization is line sequential.
                     select optional room-master
                           assign to "roomMst.dat"
                           organization is line sequential.
                     select optional guest-master
                           assign to "guestmst.dat"
                           organization is indexed
                           access mode is random
                           record key is gm-guest-id.
                     select audit-listing assign to "nightAud.txt"
                           organization is line sequential.
                     select optional run-control-file
                           assign to "runCtl.dat"
                           organization is line sequential.
       data division.
       file section.
       fd reservation-file.
       01 reservation-record.
           05 rv-guest-name    pic X(20).
           05 rv-guest-id      pic X(6).
           05 rv-group-id      pic X(6).
           05 rv-loyalty-tier  pic X.
           05 rv-currency-code pic X(3).
           05 rv-room-type     pic X.
           05 rv-arrival-date  pic 9(8).
           05 rv-depart-date   pic 9(8).
           05 rv-actual-depart pic 9(8).
           05 rv-guarantee     pic X.
           05 rv-status        pic X.
           05 rv-agent-id      pic X(6).

       fd rate-table-file.
       01 rate-table-record.
           05 rt-room-type      pic X.
           05 rt-eff-date       pic 9(8).
           05 rt-nightly-rate   pic 9(5)V99.
           05 rt-discount-rate  pic 9(5)V99.

       fd tax-table-file.
       01 tax-table-record.
           05 tx-category       pic X(2).
           05 tx-eff-date       pic 9(8).
           05 tx-rate           pic 9(2)V9(3).

       fd tax-exempt-file.
       01 tax-exempt-record.
           05 te-id             pic X(6).

       fd room-posting-file.
       01 room-posting-record.
           05 rp-guest-id      pic X(6).
           05 rp-post-date     pic 9(8).
           05 rp-room-type     pic X.
           05 rp-night-number  pic 99.
           05 rp-room-amt      pic 9(5)V99.
           05 rp-tax-amt       pic 9(5)V99.

       fd room-master.
       01 room-master-record.
           05 rm-room-no       pic X(4).
           05 rm-room-type     pic X.
           05 rm-floor         pic 99.
           05 rm-hk-status     pic X.
           05 rm-guest-id      pic X(6).

       fd guest-master.
       01 guest-master-record.
           05 gm-guest-id      pic X(6).
           05 gm-guest-name    pic X(20).
           05 gm-address       pic X(30).
           05 gm-phone         pic X(12).
           05 gm-vip-flag      pic X.
           05 gm-merge-to-id   pic X(6).

       fd audit-listing.
       01 audit-line           pic X(110).

       fd run-control-file.
       01 run-control-record.
           05 rc-business-date pic 9(8).
           05 rc-run-number    pic 9(4).
           05 rc-status        pic X.
       working-storage section.
       01  are-there-more-reservations pic XXX value "yes".
       01  are-there-more-rates pic XXX value "yes".
       01  are-there-more-taxes pic XXX value "yes".
       01  are-there-more-exempts pic XXX value "yes".
       01  are-there-more-postings pic XXX value "yes".
       01  are-there-more-rooms pic XXX value "yes".
       01  business-date        pic 9(8) value zeros.
       01  run-control-found    pic X value "N".
       01  run-number-in        pic 9(4) value 1.
       01  run-complete-in      pic X value spaces.
       01  stay-end-date        pic 9(8) value zeros.
       01  posting-guest-id     pic X(6) value spaces.
       01  arrival-integer      pic 9(7) value zeros.
       01  business-integer     pic 9(7) value zeros.
       01  night-number         pic 9(4) value zeros.
       01  night-quotient       pic 9(4) value zeros.
       01  night-remainder      pic 9 value zeros.
       01  rate-table.
           05 rate-tbl-entry occurs 50 times indexed by rt-idx.
               10 rt-tbl-room-type  pic X.
               10 rt-tbl-eff-date   pic 9(8).
               10 rt-tbl-rate       pic 9(5)V99.
               10 rt-tbl-discount   pic 9(5)V99.
       01  rate-table-count     pic 9(4) value zeros.
       01  rt-found-flag        pic X value "N".
       01  rt-current-rate      pic 9(5)V99 value zeros.
       01  rt-current-discount  pic 9(5)V99 value zeros.
       01  rt-best-date         pic 9(8) value zeros.
       01  tax-table.
           05 tax-tbl-entry occurs 30 times indexed by tx-idx.
               10 tx-tbl-category  pic X(2).
               10 tx-tbl-eff-date  pic 9(8).
               10 tx-tbl-rate      pic 9(2)V9(3).
       01  tax-table-count      pic 9(4) value zeros.
       01  tax-best-date        pic 9(8) value zeros.
       01  tax-room-rate        pic 9(2)V9(3) value zeros.
       01  exempt-table.
           05 exempt-entry occurs 100 times indexed by ex-idx.
               10 ex-id        pic X(6).
       01  exempt-table-count   pic 9(4) value zeros.
       01  tax-exempt-flag      pic X value "N".
       01  loyalty-tier-values.
           05 filler           pic X(5) value "S0500".
           05 filler           pic X(5) value "G1000".
           05 filler           pic X(5) value "P1500".
       01  loyalty-tier-table redefines loyalty-tier-values.
           05 loyalty-tier-entry occurs 3 times indexed by lt-idx.
               10 lt-tier      pic X.
               10 lt-percent   pic 9(2)V99.
       01  loyalty-discount-amt pic 9(5)V99 value zeros.
       01  night-room-amt       pic 9(5)V99 value zeros.
       01  night-tax-amt        pic 9(5)V99 value zeros.
       01  prior-guest-table.
           05 prior-guest-entry occurs 1000 times indexed by pg-idx.
               10 pg-id         pic X(6).
               10 pg-nights     pic 9(4).
               10 pg-room       pic 9(7)V99.
               10 pg-tax        pic 9(7)V99.
               10 pg-last-date  pic 9(8).
       01  prior-guest-count    pic 9(4) value zeros.
       01  prior-overflow-count pic 9(6) value zeros.
       01  pg-found-flag        pic X value "N".
       01  prior-balance        pic 9(8)V99 value zeros.
       01  guest-balance        pic 9(8)V99 value zeros.
       01  room-table.
           05 room-entry occurs 500 times indexed by rm-idx.
               10 rm-tbl-room-no   pic X(4).
               10 rm-tbl-guest-id  pic X(6).
       01  room-table-count     pic 9(4) value zeros.
       01  guest-room-no        pic X(4) value spaces.
       01  audit-counts.
           05 resv-read-count      pic 9(6) value zeros.
           05 in-house-count       pic 9(6) value zeros.
           05 nights-posted-count  pic 9(6) value zeros.
           05 already-posted-count pic 9(6) value zeros.
           05 no-rate-count        pic 9(6) value zeros.
           05 resv-skipped-count   pic 9(6) value zeros.
       01  audit-totals.
           05 total-room-posted    pic 9(9)V99 value zeros.
           05 total-tax-posted     pic 9(9)V99 value zeros.
           05 total-house-balance  pic 9(10)V99 value zeros.
       01  print-audit-header.
           05                  pic X(20) value spaces.
           05 AH-title         pic X(35) value
                   "NIGHT AUDIT - IN-HOUSE GUEST LEDGER".
           05                  pic X(1) value spaces.
           05 AH-date-out      pic 9(8).
           05                  pic X(2) value spaces.
           05 AH-run-lbl       pic X(4) value "RUN ".
           05 AH-run-out       pic ZZZ9.
       01  print-audit-column-header.
           05                  pic X(5) value spaces.
           05 AC-room-lbl      pic X(4) value "ROOM".
           05                  pic X(2) value spaces.
           05 AC-id-lbl        pic X(8) value "GUEST ID".
           05                  pic X(2) value spaces.
           05 AC-name-lbl      pic X(5) value "GUEST".
           05                  pic X(16) value spaces.
           05 AC-type-lbl      pic X(4) value "TYPE".
           05                  pic X(2) value spaces.
           05 AC-night-lbl     pic X(5) value "NIGHT".
           05                  pic X(4) value spaces.
           05 AC-chg-lbl       pic X(9) value "ROOM CHG".
           05                  pic X(4) value spaces.
           05 AC-tax-lbl       pic X(8) value "ROOM TAX".
           05                  pic X(3) value spaces.
           05 AC-prior-lbl     pic X(10) value "PRIOR BAL".
           05                  pic X(4) value spaces.
           05 AC-bal-lbl       pic X(7) value "BALANCE".
       01  print-audit-detail.
           05                  pic X(5) value spaces.
           05 AD-room-out      pic X(4).
           05                  pic X(2) value spaces.
           05 AD-id-out        pic X(6).
           05                  pic X(4) value spaces.
           05 AD-name-out      pic X(20).
           05                  pic X(2) value spaces.
           05 AD-type-out      pic X.
           05                  pic X(5) value spaces.
           05 AD-night-out     pic ZZZ9.
           05                  pic X(2) value spaces.
           05 AD-chg-out       pic $$$,$$9.99.
           05                  pic X(2) value spaces.
           05 AD-tax-out       pic $$$,$$9.99.
           05                  pic X(2) value spaces.
           05 AD-prior-out     pic $$,$$$,$$9.99.
           05                  pic X(1) value spaces.
           05 AD-bal-out       pic $$,$$$,$$9.99.
       01  print-audit-exception.
           05                  pic X(5) value spaces.
           05 AX-room-out      pic X(4).
           05                  pic X(2) value spaces.
           05 AX-id-out        pic X(6).
           05                  pic X(4) value spaces.
           05 AX-name-out      pic X(20).
           05                  pic X(2) value spaces.
           05 AX-type-out      pic X.
           05                  pic X(5) value spaces.
           05 AX-reason-out    pic X(40).
       01  print-audit-total.
           05                  pic X(5) value spaces.
           05 AT-label         pic X(25).
           05                  pic X(2) value spaces.
           05 AT-count-out     pic ZZZ,ZZ9.
       01  print-audit-amount.
           05                  pic X(5) value spaces.
           05 AM-label         pic X(25).
           05                  pic X(2) value spaces.
           05 AM-amount-out    pic $$$,$$$,$$9.99.
       01  print-audit-note.
           05                  pic X(5) value spaces.
           05 AN-text          pic X(60).
       procedure division.
       100-main-module.
           perform 105-load-run-control-module
           if run-control-found not = "Y"
               accept business-date from date yyyymmdd
           end-if
           open output audit-listing
           perform 300-audit-header-module
           if run-control-found = "Y"
               and run-complete-in not = "C"
               move spaces to audit-line
               move "BILLING NOT COMPLETE - NIGHTS NOT POSTED"
                   to AN-text
               write audit-line from print-audit-note
               close audit-listing
               display "NIGHT AUDIT NOT RUN - BILLING NOT COMPLETE FOR "
                       business-date
               stop run
           end-if
           compute business-integer =
                   function integer-of-date(business-date)
           perform 150-load-rate-table-module
           perform 155-load-tax-table-module
           perform 160-load-tax-exempt-module
           perform 165-resolve-room-tax-module
           open input guest-master
           perform 170-load-prior-postings-module
           perform 185-load-room-master-module
           open input reservation-file
           open extend room-posting-file
           perform until are-there-more-reservations = "no "
               read reservation-file
                   at end
                       move "no " to are-there-more-reservations
                   not at end
                       add 1 to resv-read-count
                       perform 400-select-reservation-module
               end-read
           end-perform
           perform 900-audit-totals-module
           close reservation-file
                   room-posting-file
                   guest-master
                   audit-listing
           stop run.
       105-load-run-control-module.
           open input run-control-file
           read run-control-file
               at end
                   continue
               not at end
                   move "Y" to run-control-found
                   move rc-business-date to business-date
                   move rc-run-number    to run-number-in
                   move rc-status        to run-complete-in
           end-read
           close run-control-file.
       150-load-rate-table-module.
           open input rate-table-file
           perform until are-there-more-rates = "no "
               read rate-table-file
                   at end
                       move "no " to are-there-more-rates
                   not at end
                       if rate-table-count < 50
                           add 1 to rate-table-count
                           set rt-idx to rate-table-count
                           move rt-room-type
                               to rt-tbl-room-type(rt-idx)
                           move rt-eff-date to rt-tbl-eff-date(rt-idx)
                           move rt-nightly-rate to rt-tbl-rate(rt-idx)
                           move rt-discount-rate
                               to rt-tbl-discount(rt-idx)
                       end-if
               end-read
           end-perform
           close rate-table-file.
       155-load-tax-table-module.
           open input tax-table-file
           perform until are-there-more-taxes = "no "
               read tax-table-file
                   at end
                       move "no " to are-there-more-taxes
                   not at end
                       if tax-table-count < 30
                           add 1 to tax-table-count
                           set tx-idx to tax-table-count
                           move tx-category
                               to tx-tbl-category(tx-idx)
                           move tx-eff-date
                               to tx-tbl-eff-date(tx-idx)
                           move tx-rate to tx-tbl-rate(tx-idx)
                       end-if
               end-read
           end-perform
           close tax-table-file.
       160-load-tax-exempt-module.
           open input tax-exempt-file
           perform until are-there-more-exempts = "no "
               read tax-exempt-file
                   at end
                       move "no " to are-there-more-exempts
                   not at end
                       if te-id not = spaces
                           and exempt-table-count < 100
                           add 1 to exempt-table-count
                           set ex-idx to exempt-table-count
                           move te-id to ex-id(ex-idx)
                       end-if
               end-read
           end-perform
           close tax-exempt-file.
       165-resolve-room-tax-module.
           move zeros to tax-room-rate
           move zeros to tax-best-date
           perform varying tx-idx from 1 by 1
                   until tx-idx > tax-table-count
               if tx-tbl-category(tx-idx) = "RM"
                  and tx-tbl-eff-date(tx-idx) <= business-date
                  and tx-tbl-eff-date(tx-idx) >= tax-best-date
                   move tx-tbl-eff-date(tx-idx) to tax-best-date
                   move tx-tbl-rate(tx-idx) to tax-room-rate
               end-if
           end-perform.
       170-load-prior-postings-module.
           open input room-posting-file
           perform until are-there-more-postings = "no "
               read room-posting-file
                   at end
                       move "no " to are-there-more-postings
                   not at end
                       move rp-guest-id to posting-guest-id
                       perform 195-redirect-guest-module
                       move posting-guest-id to rp-guest-id
                       perform 175-store-prior-posting-module
               end-read
           end-perform
           close room-posting-file.
       175-store-prior-posting-module.
           perform 180-find-prior-guest-module
           if pg-found-flag not = "Y"
               if prior-guest-count < 1000
                   add 1 to prior-guest-count
                   set pg-idx to prior-guest-count
                   move rp-guest-id to pg-id(pg-idx)
                   move zeros to pg-nights(pg-idx)
                   move zeros to pg-room(pg-idx)
                   move zeros to pg-tax(pg-idx)
                   move zeros to pg-last-date(pg-idx)
                   move "Y" to pg-found-flag
               else
                   add 1 to prior-overflow-count
               end-if
           end-if
           if pg-found-flag = "Y"
               add 1 to pg-nights(pg-idx)
               add rp-room-amt to pg-room(pg-idx)
               add rp-tax-amt to pg-tax(pg-idx)
               if rp-post-date > pg-last-date(pg-idx)
                   move rp-post-date to pg-last-date(pg-idx)
               end-if
           end-if.
       180-find-prior-guest-module.
           move "N" to pg-found-flag
           perform varying pg-idx from 1 by 1
                   until pg-idx > prior-guest-count
               if pg-id(pg-idx) = rp-guest-id
                   move "Y" to pg-found-flag
                   exit perform
               end-if
           end-perform.
       185-load-room-master-module.
           open input room-master
           perform until are-there-more-rooms = "no "
               read room-master
                   at end
                       move "no " to are-there-more-rooms
                   not at end
                       if rm-hk-status = "O"
                           and room-table-count < 500
                           add 1 to room-table-count
                           set rm-idx to room-table-count
                           move rm-room-no  to rm-tbl-room-no(rm-idx)
                           move rm-guest-id to rm-tbl-guest-id(rm-idx)
                       end-if
               end-read
           end-perform
           close room-master.
       190-find-guest-room-module.
           move spaces to guest-room-no
           perform varying rm-idx from 1 by 1
                   until rm-idx > room-table-count
               if rm-tbl-guest-id(rm-idx) = rv-guest-id
                   move rm-tbl-room-no(rm-idx) to guest-room-no
                   exit perform
               end-if
           end-perform.
       195-redirect-guest-module.
           move posting-guest-id to gm-guest-id
           read guest-master
               invalid key
                   continue
               not invalid key
                   if gm-merge-to-id not = spaces
                       move gm-merge-to-id to posting-guest-id
                   end-if
           end-read.
       300-audit-header-module.
           move spaces to audit-line
           move business-date to AH-date-out
           move run-number-in to AH-run-out
           write audit-line from print-audit-header
           move spaces to audit-line
           write audit-line from print-audit-column-header
               before advancing 2 line.
       400-select-reservation-module.
           if rv-actual-depart = zeros
               move rv-depart-date to stay-end-date
           else
               move rv-actual-depart to stay-end-date
           end-if
           if rv-status = "I"
                   and rv-arrival-date <= business-date
                   and stay-end-date > business-date
               add 1 to in-house-count
               move rv-guest-id to posting-guest-id
               perform 195-redirect-guest-module
               perform 190-find-guest-room-module
               perform 410-post-night-module
           else
               add 1 to resv-skipped-count
           end-if.
       410-post-night-module.
           move posting-guest-id to rp-guest-id
           perform 180-find-prior-guest-module
           move zeros to prior-balance
           if pg-found-flag = "Y"
               compute prior-balance = pg-room(pg-idx) + pg-tax(pg-idx)
           end-if
           if pg-found-flag = "Y"
                   and pg-last-date(pg-idx) = business-date
               add 1 to already-posted-count
               add prior-balance to total-house-balance
               move "ALREADY POSTED FOR BUSINESS DATE" to AX-reason-out
               perform 700-audit-exception-module
           else
               perform 420-rate-lookup-module
               if rt-found-flag not = "Y"
                   add 1 to no-rate-count
                   add prior-balance to total-house-balance
                   move "NO RATE ON FILE FOR ROOM TYPE - NOT POSTED"
                       to AX-reason-out
                   perform 700-audit-exception-module
               else
                   perform 430-price-night-module
                   perform 440-write-posting-module
               end-if
           end-if.
       420-rate-lookup-module.
           move "N" to rt-found-flag
           move zeros to rt-best-date
           perform varying rt-idx from 1 by 1
                   until rt-idx > rate-table-count
               if rt-tbl-room-type(rt-idx) = rv-room-type
                  and rt-tbl-eff-date(rt-idx) <= business-date
                  and rt-tbl-eff-date(rt-idx) >= rt-best-date
                   move "Y" to rt-found-flag
                   move rt-tbl-eff-date(rt-idx) to rt-best-date
                   move rt-tbl-rate(rt-idx)     to rt-current-rate
                   move rt-tbl-discount(rt-idx) to rt-current-discount
               end-if
           end-perform.
       430-price-night-module.
           compute arrival-integer =
                   function integer-of-date(rv-arrival-date)
           compute night-number = business-integer - arrival-integer + 1
           divide night-number by 5 giving night-quotient
               remainder night-remainder
           if night-remainder = 0
               move rt-current-discount to night-room-amt
           else
               move rt-current-rate to night-room-amt
           end-if
           move zeros to loyalty-discount-amt
           perform varying lt-idx from 1 by 1
                   until lt-idx > 3
               if lt-tier(lt-idx) = rv-loyalty-tier
                   compute loyalty-discount-amt rounded =
                           night-room-amt * lt-percent(lt-idx) / 100
                   subtract loyalty-discount-amt from night-room-amt
                   exit perform
               end-if
           end-perform
           move "N" to tax-exempt-flag
           perform varying ex-idx from 1 by 1
                   until ex-idx > exempt-table-count
               if ex-id(ex-idx) = posting-guest-id
                   or (rv-group-id not = spaces
                       and ex-id(ex-idx) = rv-group-id)
                   move "Y" to tax-exempt-flag
                   exit perform
               end-if
           end-perform
           if tax-exempt-flag = "Y"
               move zeros to night-tax-amt
           else
               compute night-tax-amt rounded =
                       night-room-amt * tax-room-rate / 100
           end-if.
       440-write-posting-module.
           move posting-guest-id to rp-guest-id
           move business-date  to rp-post-date
           move rv-room-type   to rp-room-type
           move night-number   to rp-night-number
           move night-room-amt to rp-room-amt
           move night-tax-amt  to rp-tax-amt
           write room-posting-record
           add 1 to nights-posted-count
           add night-room-amt to total-room-posted
           add night-tax-amt  to total-tax-posted
           compute guest-balance =
                   prior-balance + night-room-amt + night-tax-amt
           add guest-balance to total-house-balance
           move spaces to audit-line
           move guest-room-no  to AD-room-out
           move posting-guest-id to AD-id-out
           move rv-guest-name  to AD-name-out
           move rv-room-type   to AD-type-out
           move night-number   to AD-night-out
           move night-room-amt to AD-chg-out
           move night-tax-amt  to AD-tax-out
           move prior-balance  to AD-prior-out
           move guest-balance  to AD-bal-out
           write audit-line from print-audit-detail.
       700-audit-exception-module.
           move spaces to audit-line
           move guest-room-no to AX-room-out
           move posting-guest-id to AX-id-out
           move rv-guest-name to AX-name-out
           move rv-room-type  to AX-type-out
           write audit-line from print-audit-exception.
       900-audit-totals-module.
           move spaces to audit-line
           write audit-line
           move "RESERVATIONS READ        " to AT-label
           move resv-read-count to AT-count-out
           write audit-line from print-audit-total
           move "GUESTS IN HOUSE          " to AT-label
           move in-house-count to AT-count-out
           write audit-line from print-audit-total
           move "ROOM NIGHTS POSTED       " to AT-label
           move nights-posted-count to AT-count-out
           write audit-line from print-audit-total
           move "ALREADY POSTED - SKIPPED " to AT-label
           move already-posted-count to AT-count-out
           write audit-line from print-audit-total
           move "NOT POSTED - NO RATE     " to AT-label
           move no-rate-count to AT-count-out
           write audit-line from print-audit-total
           move "RESERVATIONS NOT IN HOUSE" to AT-label
           move resv-skipped-count to AT-count-out
           write audit-line from print-audit-total
           if prior-overflow-count > 0
               move "PRIOR POSTINGS PAST LIMIT" to AT-label
               move prior-overflow-count to AT-count-out
               write audit-line from print-audit-total
           end-if
           move "ROOM REVENUE POSTED      " to AM-label
           move total-room-posted to AM-amount-out
           write audit-line from print-audit-amount
           move "ROOM TAX POSTED          " to AM-label
           move total-tax-posted to AM-amount-out
           write audit-line from print-audit-amount
           move "IN-HOUSE LEDGER BALANCE  " to AM-label
           move total-house-balance to AM-amount-out
           write audit-line from print-audit-amount.
