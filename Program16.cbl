       identification division.
       program-id. Program16.
       author. Zac_Paladino.

       environment division.
       input-output section.
       file-control. select reservation-file assign to "resv.dat"
                           organization is line sequential.
                     select optional room-inventory
                           assign to "roomInv.dat"
                           organization is line sequential.
                     select optional room-master
                           assign to "roomMst.dat"
                           organization is line sequential.
                     select rate-table-file assign to "rateTbl.dat"
                           organization is line sequential.
                     select optional group-block-file
                           assign to "grpBlock.dat"
                           organization is line sequential.
                     select forecast-listing assign to "forecast.txt"
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

       fd room-inventory.
       01 room-inventory-record.
           05 ri-rec-type      pic X.
           05 ri-header-fields.
               10 ri-period-days   pic 9(3).
               10 filler           pic X(2).
           05 ri-detail-fields redefines ri-header-fields.
               10 ri-room-type     pic X.
               10 ri-rooms-avail   pic 9(4).

       fd room-master.
       01 room-master-record.
           05 rm-room-no       pic X(4).
           05 rm-room-type     pic X.
           05 rm-floor         pic 99.
           05 rm-hk-status     pic X.
           05 rm-guest-id      pic X(6).

       fd rate-table-file.
       01 rate-table-record.
           05 rt-room-type      pic X.
           05 rt-eff-date       pic 9(8).
           05 rt-nightly-rate   pic 9(5)V99.
           05 rt-discount-rate  pic 9(5)V99.

       fd group-block-file.
       01 group-block-record.
           05 gb-group-id       pic X(6).
           05 gb-group-name     pic X(20).
           05 gb-room-type      pic X.
           05 gb-rooms-blocked  pic 9(4).
           05 gb-start-date     pic 9(8).
           05 gb-end-date       pic 9(8).
           05 gb-cutoff-date    pic 9(8).
           05 gb-status         pic X.
           05 gb-release-date   pic 9(8).
           05 gb-rooms-released pic 9(6).

       fd forecast-listing.
       01 forecast-line        pic X(90).

       fd run-control-file.
       01 run-control-record.
           05 rc-business-date pic 9(8).
           05 rc-run-number    pic 9(4).
           05 rc-status        pic X.
       working-storage section.
       01  are-there-more-reservations pic XXX value "yes".
       01  are-there-more-inventory pic XXX value "yes".
       01  are-there-more-rooms pic XXX value "yes".
       01  are-there-more-rates pic XXX value "yes".
       01  are-there-more-blocks pic XXX value "yes".
       01  business-date        pic 9(8) value zeros.
       01  run-control-found    pic X value "N".
       01  business-integer     pic 9(7) value zeros.
       01  window-end-integer   pic 9(7) value zeros.
       01  stay-end-date        pic 9(8) value zeros.
       01  stay-start-integer   pic 9(7) value zeros.
       01  stay-end-integer     pic 9(7) value zeros.
       01  stay-integer         pic 9(7) value zeros.
       01  stay-date            pic 9(8) value zeros.
       01  day-sub              pic 99 value zeros.
       01  forecast-days        pic 99 value 90.
       01  forecast-table.
           05 fc-type-entry occurs 20 times indexed by ft-idx.
               10 fc-room-type     pic X.
               10 fc-rooms-avail   pic 9(4).
               10 fc-day-entry occurs 90 times indexed by fd-idx.
                   15 fc-on-books  pic 9(4).
               10 fc-hz-avail      pic 9(7).
               10 fc-hz-on-books   pic 9(7).
               10 fc-hz-revenue    pic 9(9)V99.
               10 fc-hz-oversold   pic 9(4).
       01  forecast-type-count  pic 9(4) value zeros.
       01  forecast-overflow-count pic 9(6) value zeros.
       01  ft-search-type       pic X value spaces.
       01  ft-found-flag        pic X value "N".
       01  block-table.
           05 block-entry occurs 100 times indexed by gb-idx.
               10 gb-tbl-group-id  pic X(6).
               10 gb-tbl-room-type pic X.
               10 gb-tbl-rooms     pic 9(4).
               10 gb-tbl-start-int pic 9(7).
               10 gb-tbl-end-int   pic 9(7).
               10 gb-tbl-pickup occurs 90 times pic 9(4).
       01  block-table-count    pic 9(4) value zeros.
       01  block-found-flag     pic X value "N".
       01  block-held-rooms     pic 9(4) value zeros.
       01  rate-table.
           05 rate-tbl-entry occurs 50 times indexed by rt-idx.
               10 rt-tbl-room-type  pic X.
               10 rt-tbl-eff-date   pic 9(8).
               10 rt-tbl-rate       pic 9(5)V99.
       01  rate-table-count     pic 9(4) value zeros.
       01  rt-found-flag        pic X value "N".
       01  rt-current-rate      pic 9(5)V99 value zeros.
       01  rt-best-date         pic 9(8) value zeros.
       01  day-rooms-avail      pic 9(4) value zeros.
       01  day-on-books         pic 9(4) value zeros.
       01  day-occupancy        pic 9(5)V9 value zeros.
       01  day-revenue          pic 9(8)V99 value zeros.
       01  hz-total-avail       pic 9(8) value zeros.
       01  hz-total-on-books    pic 9(8) value zeros.
       01  hz-total-revenue     pic 9(10)V99 value zeros.
       01  hz-total-oversold    pic 9(6) value zeros.
       01  hz-occupancy         pic 9(5)V9 value zeros.
       01  forecast-counts.
           05 resv-read-count      pic 9(6) value zeros.
           05 resv-used-count      pic 9(6) value zeros.
           05 resv-skipped-count   pic 9(6) value zeros.
           05 rooms-out-of-order   pic 9(6) value zeros.
           05 no-rate-count        pic 9(6) value zeros.
           05 block-held-total     pic 9(6) value zeros.
           05 block-overflow-count pic 9(6) value zeros.
           05 block-invalid-count  pic 9(6) value zeros.
       01  print-forecast-header.
           05                  pic X(20) value spaces.
           05 FH-title         pic X(36) value
                   "90-DAY OCCUPANCY FORECAST BY TYPE".
           05 FH-date-out      pic 9(8).
       01  print-forecast-column-header.
           05                  pic X(5) value spaces.
           05 FC-date-lbl      pic X(8) value "DATE".
           05                  pic X(3) value spaces.
           05 FC-type-lbl      pic X(4) value "TYPE".
           05                  pic X(3) value spaces.
           05 FC-avail-lbl     pic X(5) value "AVAIL".
           05                  pic X(2) value spaces.
           05 FC-books-lbl     pic X(8) value "ON BOOKS".
           05                  pic X(3) value spaces.
           05 FC-occ-lbl       pic X(5) value "OCC %".
           05                  pic X(7) value spaces.
           05 FC-rev-lbl       pic X(7) value "REVENUE".
       01  print-forecast-detail.
           05                  pic X(5) value spaces.
           05 FD-date-out      pic 9(8).
           05                  pic X(4) value spaces.
           05 FD-type-out      pic X.
           05                  pic X(4) value spaces.
           05 FD-avail-out     pic ZZZ9.
           05                  pic X(5) value spaces.
           05 FD-books-out     pic ZZZ9.
           05                  pic X(4) value spaces.
           05 FD-occ-out       pic ZZZZ9.9.
           05                  pic X(2) value spaces.
           05 FD-rev-out       pic $$$,$$$,$$9.99.
           05                  pic X(2) value spaces.
           05 FD-flag-out      pic X(8).
       01  print-horizon-header.
           05                  pic X(5) value spaces.
           05 HH-label         pic X(5) value "NEXT ".
           05 HH-days-out      pic Z9.
           05 HH-days-lbl      pic X(5) value " DAYS".
           05                  pic X(3) value spaces.
           05 HH-type-lbl      pic X(4) value "TYPE".
           05                  pic X(2) value spaces.
           05 HH-avail-lbl     pic X(9) value "RM NIGHTS".
           05                  pic X(2) value spaces.
           05 HH-books-lbl     pic X(8) value "ON BOOKS".
           05                  pic X(3) value spaces.
           05 HH-occ-lbl       pic X(5) value "OCC %".
           05                  pic X(7) value spaces.
           05 HH-rev-lbl       pic X(7) value "REVENUE".
           05                  pic X(5) value spaces.
           05 HH-over-lbl      pic X(8) value "OVERSOLD".
       01  print-horizon-detail.
           05                  pic X(20) value spaces.
           05 HD-type-out      pic X(4).
           05                  pic X(1) value spaces.
           05 HD-avail-out     pic Z,ZZZ,ZZ9.
           05                  pic X(1) value spaces.
           05 HD-books-out     pic Z,ZZZ,ZZ9.
           05                  pic X(4) value spaces.
           05 HD-occ-out       pic ZZZZ9.9.
           05                  pic X(1) value spaces.
           05 HD-rev-out       pic $$$$,$$$,$$9.99.
           05                  pic X(4) value spaces.
           05 HD-over-out      pic ZZZ9.
       01  print-forecast-total.
           05                  pic X(5) value spaces.
           05 FT-label         pic X(25).
           05                  pic X(2) value spaces.
           05 FT-count-out     pic ZZZ,ZZ9.
       01  print-forecast-note.
           05                  pic X(5) value spaces.
           05 FN-text          pic X(60).
       procedure division.
       100-main-module.
           initialize forecast-table
                      block-table
           open input reservation-file
           open output forecast-listing
           perform 105-load-run-control-module
           if run-control-found not = "Y"
               accept business-date from date yyyymmdd
           end-if
           compute business-integer =
                   function integer-of-date(business-date)
           compute window-end-integer =
                   business-integer + forecast-days
           perform 150-load-room-inventory-module
           perform 155-load-room-master-module
           perform 160-load-rate-table-module
           perform 165-load-group-blocks-module
           perform until are-there-more-reservations = "no "
               read reservation-file
                   at end
                       move "no " to are-there-more-reservations
                   not at end
                       add 1 to resv-read-count
                       perform 400-book-reservation-module
               end-read
           end-perform
           perform 450-hold-block-rooms-module
           perform 300-forecast-header-module
           perform varying day-sub from 1 by 1
                   until day-sub > forecast-days
               perform 500-forecast-day-module
               if day-sub = 30 or day-sub = 60 or day-sub = 90
                   perform 600-horizon-summary-module
               end-if
           end-perform
           perform 900-forecast-totals-module
           close reservation-file
                   forecast-listing
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
       150-load-room-inventory-module.
           open input room-inventory
           perform until are-there-more-inventory = "no "
               read room-inventory
                   at end
                       move "no " to are-there-more-inventory
                   not at end
                       if ri-rec-type = "D"
                           move ri-room-type to ft-search-type
                           perform 170-find-forecast-type-module
                           if ft-found-flag = "Y"
                               move ri-rooms-avail
                                   to fc-rooms-avail(ft-idx)
                           end-if
                       end-if
               end-read
           end-perform
           close room-inventory.
       155-load-room-master-module.
           open input room-master
           perform until are-there-more-rooms = "no "
               read room-master
                   at end
                       move "no " to are-there-more-rooms
                   not at end
                       if rm-hk-status = "X"
                           add 1 to rooms-out-of-order
                           move rm-room-type to ft-search-type
                           perform 170-find-forecast-type-module
                           if ft-found-flag = "Y"
                               and fc-rooms-avail(ft-idx) > 0
                               subtract 1 from fc-rooms-avail(ft-idx)
                           end-if
                       end-if
               end-read
           end-perform
           close room-master.
       160-load-rate-table-module.
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
                       end-if
               end-read
           end-perform
           close rate-table-file.
       165-load-group-blocks-module.
           open input group-block-file
           perform until are-there-more-blocks = "no "
               read group-block-file
                   at end
                       move "no " to are-there-more-blocks
                   not at end
                       if gb-status = space
                           move "A" to gb-status
                       end-if
                       if gb-status not = "A" and gb-status not = "R"
                           add 1 to block-invalid-count
                       end-if
                       if gb-status = "A"
                           if block-table-count < 100
                               add 1 to block-table-count
                               set gb-idx to block-table-count
                               move gb-group-id
                                   to gb-tbl-group-id(gb-idx)
                               move gb-room-type
                                   to gb-tbl-room-type(gb-idx)
                               move gb-rooms-blocked
                                   to gb-tbl-rooms(gb-idx)
                               compute gb-tbl-start-int(gb-idx) =
                                 function integer-of-date(gb-start-date)
                               compute gb-tbl-end-int(gb-idx) =
                                 function integer-of-date(gb-end-date)
                           else
                               add 1 to block-overflow-count
                           end-if
                       end-if
               end-read
           end-perform
           close group-block-file.
       170-find-forecast-type-module.
           move "N" to ft-found-flag
           perform varying ft-idx from 1 by 1
                   until ft-idx > forecast-type-count
               if fc-room-type(ft-idx) = ft-search-type
                   move "Y" to ft-found-flag
                   exit perform
               end-if
           end-perform
           if ft-found-flag not = "Y"
               and forecast-type-count < 20
               add 1 to forecast-type-count
               set ft-idx to forecast-type-count
               move ft-search-type to fc-room-type(ft-idx)
               move "Y" to ft-found-flag
           end-if.
       300-forecast-header-module.
           move spaces to forecast-line
           move business-date to FH-date-out
           write forecast-line from print-forecast-header
           move spaces to forecast-line
           write forecast-line from print-forecast-column-header
               before advancing 2 line.
       400-book-reservation-module.
           if rv-status not = "R" and rv-status not = "I"
               add 1 to resv-skipped-count
           else
               if rv-status = "I" and rv-actual-depart not = zeros
                   move rv-actual-depart to stay-end-date
               else
                   move rv-depart-date to stay-end-date
               end-if
               compute stay-start-integer =
                       function integer-of-date(rv-arrival-date)
               compute stay-end-integer =
                       function integer-of-date(stay-end-date)
               if stay-start-integer < business-integer
                   move business-integer to stay-start-integer
               end-if
               if stay-end-integer > window-end-integer
                   move window-end-integer to stay-end-integer
               end-if
               if stay-start-integer >= stay-end-integer
                   add 1 to resv-skipped-count
               else
                   move rv-room-type to ft-search-type
                   perform 170-find-forecast-type-module
                   if ft-found-flag = "Y"
                       add 1 to resv-used-count
                       perform 410-book-nights-module
                       if rv-group-id not = spaces
                           perform 420-block-pickup-module
                       end-if
                   else
                       add 1 to forecast-overflow-count
                   end-if
               end-if
           end-if.
       410-book-nights-module.
           perform varying stay-integer from stay-start-integer by 1
                   until stay-integer >= stay-end-integer
               compute day-sub = stay-integer - business-integer + 1
               add 1 to fc-on-books(ft-idx, day-sub)
           end-perform.
       420-block-pickup-module.
           move "N" to block-found-flag
           perform varying gb-idx from 1 by 1
                   until gb-idx > block-table-count
               if gb-tbl-group-id(gb-idx) = rv-group-id
                   and gb-tbl-room-type(gb-idx) = rv-room-type
                   move "Y" to block-found-flag
                   exit perform
               end-if
           end-perform
           if block-found-flag = "Y"
               perform varying stay-integer from stay-start-integer
                       by 1 until stay-integer >= stay-end-integer
                   compute day-sub =
                           stay-integer - business-integer + 1
                   add 1 to gb-tbl-pickup(gb-idx, day-sub)
               end-perform
           end-if.
       450-hold-block-rooms-module.
           perform varying gb-idx from 1 by 1
                   until gb-idx > block-table-count
               move gb-tbl-room-type(gb-idx) to ft-search-type
               perform 170-find-forecast-type-module
               if ft-found-flag = "Y"
                   perform varying day-sub from 1 by 1
                           until day-sub > forecast-days
                       compute stay-integer =
                               business-integer + day-sub - 1
                       if stay-integer >= gb-tbl-start-int(gb-idx)
                           and stay-integer < gb-tbl-end-int(gb-idx)
                           and gb-tbl-pickup(gb-idx, day-sub)
                               < gb-tbl-rooms(gb-idx)
                           compute block-held-rooms =
                                   gb-tbl-rooms(gb-idx)
                                   - gb-tbl-pickup(gb-idx, day-sub)
                           add block-held-rooms
                               to fc-on-books(ft-idx, day-sub)
                           add block-held-rooms to block-held-total
                       end-if
                   end-perform
               end-if
           end-perform.
       500-forecast-day-module.
           compute stay-integer = business-integer + day-sub - 1
           compute stay-date = function date-of-integer(stay-integer)
           perform varying ft-idx from 1 by 1
                   until ft-idx > forecast-type-count
               perform 510-forecast-type-line-module
           end-perform.
       510-forecast-type-line-module.
           move fc-rooms-avail(ft-idx) to day-rooms-avail
           move fc-on-books(ft-idx, day-sub) to day-on-books
           move zeros to day-occupancy
           if day-rooms-avail > 0
               compute day-occupancy rounded =
                       day-on-books * 100 / day-rooms-avail
           end-if
           perform 520-rate-lookup-module
           move zeros to day-revenue
           if rt-found-flag = "Y"
               compute day-revenue = day-on-books * rt-current-rate
           else
               if day-on-books > 0
                   add 1 to no-rate-count
               end-if
           end-if
           add day-rooms-avail to fc-hz-avail(ft-idx)
           add day-on-books    to fc-hz-on-books(ft-idx)
           add day-revenue     to fc-hz-revenue(ft-idx)
           move spaces to forecast-line
           move stay-date       to FD-date-out
           move fc-room-type(ft-idx) to FD-type-out
           move day-rooms-avail to FD-avail-out
           move day-on-books    to FD-books-out
           move day-occupancy   to FD-occ-out
           move day-revenue     to FD-rev-out
           if day-on-books > day-rooms-avail
               move "OVERSOLD" to FD-flag-out
               add 1 to fc-hz-oversold(ft-idx)
           else
               move spaces to FD-flag-out
           end-if
           write forecast-line from print-forecast-detail.
       520-rate-lookup-module.
           move "N" to rt-found-flag
           move zeros to rt-best-date
           perform varying rt-idx from 1 by 1
                   until rt-idx > rate-table-count
               if rt-tbl-room-type(rt-idx) = fc-room-type(ft-idx)
                  and rt-tbl-eff-date(rt-idx) <= stay-date
                  and rt-tbl-eff-date(rt-idx) >= rt-best-date
                   move "Y" to rt-found-flag
                   move rt-tbl-eff-date(rt-idx) to rt-best-date
                   move rt-tbl-rate(rt-idx)     to rt-current-rate
               end-if
           end-perform.
       600-horizon-summary-module.
           move spaces to forecast-line
           write forecast-line
           move day-sub to HH-days-out
           write forecast-line from print-horizon-header
           move zeros to hz-total-avail
           move zeros to hz-total-on-books
           move zeros to hz-total-revenue
           move zeros to hz-total-oversold
           perform varying ft-idx from 1 by 1
                   until ft-idx > forecast-type-count
               add fc-hz-avail(ft-idx)    to hz-total-avail
               add fc-hz-on-books(ft-idx) to hz-total-on-books
               add fc-hz-revenue(ft-idx)  to hz-total-revenue
               add fc-hz-oversold(ft-idx) to hz-total-oversold
               move zeros to hz-occupancy
               if fc-hz-avail(ft-idx) > 0
                   compute hz-occupancy rounded =
                           fc-hz-on-books(ft-idx) * 100
                           / fc-hz-avail(ft-idx)
               end-if
               move spaces to forecast-line
               move fc-room-type(ft-idx)   to HD-type-out
               move fc-hz-avail(ft-idx)    to HD-avail-out
               move fc-hz-on-books(ft-idx) to HD-books-out
               move hz-occupancy           to HD-occ-out
               move fc-hz-revenue(ft-idx)  to HD-rev-out
               move fc-hz-oversold(ft-idx) to HD-over-out
               write forecast-line from print-horizon-detail
           end-perform
           move zeros to hz-occupancy
           if hz-total-avail > 0
               compute hz-occupancy rounded =
                       hz-total-on-books * 100 / hz-total-avail
           end-if
           move spaces to forecast-line
           move "ALL "            to HD-type-out
           move hz-total-avail    to HD-avail-out
           move hz-total-on-books to HD-books-out
           move hz-occupancy      to HD-occ-out
           move hz-total-revenue  to HD-rev-out
           move hz-total-oversold to HD-over-out
           write forecast-line from print-horizon-detail
           move spaces to forecast-line
           write forecast-line.
       900-forecast-totals-module.
           move spaces to forecast-line
           write forecast-line
           move "RESERVATIONS READ        " to FT-label
           move resv-read-count to FT-count-out
           write forecast-line from print-forecast-total
           move "RESERVATIONS ON BOOKS    " to FT-label
           move resv-used-count to FT-count-out
           write forecast-line from print-forecast-total
           move "RESERVATIONS NOT IN RANGE" to FT-label
           move resv-skipped-count to FT-count-out
           write forecast-line from print-forecast-total
           move "BLOCK RM NIGHTS HELD     " to FT-label
           move block-held-total to FT-count-out
           write forecast-line from print-forecast-total
           if block-overflow-count > 0
               move "BLOCKS PAST TABLE LIMIT  " to FT-label
               move block-overflow-count to FT-count-out
               write forecast-line from print-forecast-total
           end-if
           if block-invalid-count > 0
               move "BLOCKS - INVALID STATUS  " to FT-label
               move block-invalid-count to FT-count-out
               write forecast-line from print-forecast-total
           end-if
           move "ROOMS OUT OF ORDER       " to FT-label
           move rooms-out-of-order to FT-count-out
           write forecast-line from print-forecast-total
           if no-rate-count > 0
               move "TYPE-DAYS WITH NO RATE   " to FT-label
               move no-rate-count to FT-count-out
               write forecast-line from print-forecast-total
           end-if
           if forecast-overflow-count > 0
               move "RESV - TYPE TABLE FULL   " to FT-label
               move forecast-overflow-count to FT-count-out
               write forecast-line from print-forecast-total
           end-if
           if forecast-type-count = 0
               move spaces to forecast-line
               move "NO ROOM INVENTORY OR RESERVATIONS - NO FORECAST"
                   to FN-text
               write forecast-line from print-forecast-note
           end-if.
