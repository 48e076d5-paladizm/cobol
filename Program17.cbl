       identification division.
       program-id. Program17.
       author. Zac_Paladino.

       environment division.
       input-output section.
       file-control. select group-block-file assign to "grpBlock.dat"
                           organization is line sequential.
                     select reservation-file assign to "resv.dat"
                           organization is line sequential.
                     select pickup-listing assign to "grpPick.txt"
                           organization is line sequential.
                     select release-listing assign to "grpRel.txt"
                           organization is line sequential.
                     select optional run-control-file
                           assign to "runCtl.dat"
                           organization is line sequential.
       data division.
       file section.
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

       fd pickup-listing.
       01 pickup-line          pic X(90).

       fd release-listing.
       01 release-line         pic X(90).

       fd run-control-file.
       01 run-control-record.
           05 rc-business-date pic 9(8).
           05 rc-run-number    pic 9(4).
           05 rc-status        pic X.
       working-storage section.
       01  are-there-more-blocks   pic XXX value "yes".
       01  are-there-more-reservations pic XXX value "yes".
       01  business-date        pic 9(8) value zeros.
       01  run-control-found    pic X value "N".
       01  business-integer     pic 9(7) value zeros.
       01  block-table.
           05 block-entry occurs 100 times indexed by gb-idx.
               10 gb-tbl-record    pic X(70).
               10 gb-tbl-start-int pic 9(7).
               10 gb-tbl-nights    pic 99.
               10 gb-tbl-pickup occurs 60 times pic 9(4).
       01  block-table-count    pic 9(4) value zeros.
       01  block-overflow-count pic 9(4) value zeros.
       01  block-long-count     pic 9(4) value zeros.
       01  block-found-flag     pic X value "N".
       01  group-found-flag     pic X value "N".
       01  block-end-integer    pic 9(7) value zeros.
       01  block-nights-calc    pic 9(7) value zeros.
       01  night-sub            pic 99 value zeros.
       01  night-integer        pic 9(7) value zeros.
       01  night-date           pic 9(8) value zeros.
       01  stay-end-date        pic 9(8) value zeros.
       01  stay-start-integer   pic 9(7) value zeros.
       01  stay-end-integer     pic 9(7) value zeros.
       01  stay-integer         pic 9(7) value zeros.
       01  night-remaining      pic 9(4) value zeros.
       01  night-over           pic 9(4) value zeros.
       01  release-night-count  pic 9(6) value zeros.
       01  block-totals.
           05 bt-blocked        pic 9(7) value zeros.
           05 bt-picked         pic 9(7) value zeros.
           05 bt-remaining      pic 9(7) value zeros.
       01  pickup-counts.
           05 resv-read-count       pic 9(6) value zeros.
           05 resv-group-count      pic 9(6) value zeros.
           05 resv-no-block-count   pic 9(6) value zeros.
           05 resv-wrong-type-count pic 9(6) value zeros.
           05 blocks-invalid-count  pic 9(6) value zeros.
           05 blocks-active-count   pic 9(6) value zeros.
           05 blocks-released-count pic 9(6) value zeros.
           05 rooms-released-total  pic 9(7) value zeros.
           05 blocks-cutoff-count   pic 9(6) value zeros.
       01  print-pickup-header.
           05                  pic X(20) value spaces.
           05 PH-title         pic X(30) value
                   "GROUP BLOCK PICKUP REPORT".
           05 PH-date-out      pic 9(8).
       01  print-block-header.
           05                  pic X(5) value spaces.
           05 BH-id-lbl        pic X(7) value "GROUP: ".
           05 BH-id-out        pic X(6).
           05                  pic X(2) value spaces.
           05 BH-name-out      pic X(20).
           05                  pic X(2) value spaces.
           05 BH-type-lbl      pic X(6) value "TYPE: ".
           05 BH-type-out      pic X.
           05                  pic X(2) value spaces.
           05 BH-cut-lbl       pic X(8) value "CUTOFF: ".
           05 BH-cut-out       pic 9(8).
           05                  pic X(2) value spaces.
           05 BH-status-out    pic X(8).
       01  print-pickup-column-header.
           05                  pic X(9) value spaces.
           05 PC-date-lbl      pic X(8) value "NIGHT".
           05                  pic X(4) value spaces.
           05 PC-block-lbl     pic X(7) value "BLOCKED".
           05                  pic X(3) value spaces.
           05 PC-pick-lbl      pic X(9) value "PICKED UP".
           05                  pic X(3) value spaces.
           05 PC-rem-lbl       pic X(9) value "REMAINING".
       01  print-pickup-detail.
           05                  pic X(9) value spaces.
           05 PD-date-out      pic 9(8).
           05                  pic X(6) value spaces.
           05 PD-block-out     pic ZZZ9.
           05                  pic X(8) value spaces.
           05 PD-pick-out      pic ZZZ9.
           05                  pic X(8) value spaces.
           05 PD-rem-out       pic ZZZ9.
           05                  pic X(3) value spaces.
           05 PD-flag-out      pic X(20).
       01  print-block-total.
           05                  pic X(9) value spaces.
           05 PT-label         pic X(8) value "TOTAL".
           05                  pic X(3) value spaces.
           05 PT-block-out     pic ZZZ,ZZ9.
           05                  pic X(5) value spaces.
           05 PT-pick-out      pic ZZZ,ZZ9.
           05                  pic X(5) value spaces.
           05 PT-rem-out       pic ZZZ,ZZ9.
       01  print-release-header.
           05                  pic X(20) value spaces.
           05 RH-title         pic X(30) value
                   "GROUP BLOCK CUTOFF RELEASE".
           05 RH-date-out      pic 9(8).
       01  print-release-column-header.
           05                  pic X(5) value spaces.
           05 RC-id-lbl        pic X(5) value "GROUP".
           05                  pic X(3) value spaces.
           05 RC-name-lbl      pic X(4) value "NAME".
           05                  pic X(18) value spaces.
           05 RC-type-lbl      pic X(4) value "TYPE".
           05                  pic X(3) value spaces.
           05 RC-date-lbl      pic X(5) value "NIGHT".
           05                  pic X(6) value spaces.
           05 RC-rel-lbl       pic X(8) value "RELEASED".
       01  print-release-detail.
           05                  pic X(5) value spaces.
           05 RD-id-out        pic X(6).
           05                  pic X(2) value spaces.
           05 RD-name-out      pic X(20).
           05                  pic X(3) value spaces.
           05 RD-type-out      pic X.
           05                  pic X(4) value spaces.
           05 RD-date-out      pic 9(8).
           05                  pic X(5) value spaces.
           05 RD-rel-out       pic ZZZ9.
       01  print-release-block-total.
           05                  pic X(5) value spaces.
           05 RB-id-out        pic X(6).
           05                  pic X(2) value spaces.
           05 RB-label         pic X(30) value
                   "ROOM NIGHTS RETURNED TO HOUSE".
           05                  pic X(10) value spaces.
           05 RB-rel-out       pic ZZZ,ZZ9.
       01  print-pickup-total.
           05                  pic X(5) value spaces.
           05 TT-label         pic X(25).
           05                  pic X(2) value spaces.
           05 TT-count-out     pic ZZZ,ZZ9.
       01  print-pickup-note.
           05                  pic X(5) value spaces.
           05 TN-text          pic X(60).
       procedure division.
       100-main-module.
           open output pickup-listing
                       release-listing
           perform 105-load-run-control-module
           if run-control-found not = "Y"
               accept business-date from date yyyymmdd
           end-if
           compute business-integer =
                   function integer-of-date(business-date)
           perform 150-load-group-blocks-module
           open input reservation-file
           perform until are-there-more-reservations = "no "
               read reservation-file
                   at end
                       move "no " to are-there-more-reservations
                   not at end
                       add 1 to resv-read-count
                       perform 200-count-pickup-module
               end-read
           end-perform
           close reservation-file
           perform 300-pickup-header-module
           perform 310-release-header-module
           perform varying gb-idx from 1 by 1
                   until gb-idx > block-table-count
               move gb-tbl-record(gb-idx) to group-block-record
               if gb-status = "A"
                   and gb-cutoff-date <= business-date
                   perform 500-cutoff-release-module
                   move group-block-record to gb-tbl-record(gb-idx)
               end-if
               perform 400-block-pickup-module
           end-perform
           perform 600-rewrite-group-blocks-module
           perform 900-pickup-totals-module
           close pickup-listing
                   release-listing
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
       150-load-group-blocks-module.
           open input group-block-file
           perform until are-there-more-blocks = "no "
               read group-block-file
                   at end
                       move "no " to are-there-more-blocks
                   not at end
                       if block-table-count < 100
                           perform 160-store-block-module
                       else
                           add 1 to block-overflow-count
                       end-if
               end-read
           end-perform
           close group-block-file.
       160-store-block-module.
           add 1 to block-table-count
           set gb-idx to block-table-count
           if gb-status = space
               move "A" to gb-status
           end-if
           move group-block-record to gb-tbl-record(gb-idx)
           compute gb-tbl-start-int(gb-idx) =
                   function integer-of-date(gb-start-date)
           compute block-end-integer =
                   function integer-of-date(gb-end-date)
           move zeros to block-nights-calc
           if block-end-integer > gb-tbl-start-int(gb-idx)
               compute block-nights-calc =
                       block-end-integer - gb-tbl-start-int(gb-idx)
           end-if
           if block-nights-calc > 60
               add 1 to block-long-count
               move 60 to block-nights-calc
           end-if
           move block-nights-calc to gb-tbl-nights(gb-idx)
           perform varying night-sub from 1 by 1
                   until night-sub > 60
               move zeros to gb-tbl-pickup(gb-idx, night-sub)
           end-perform.
       200-count-pickup-module.
           if rv-group-id not = spaces
               and (rv-status = "R" or rv-status = "I")
               add 1 to resv-group-count
               move "N" to block-found-flag
               move "N" to group-found-flag
               perform varying gb-idx from 1 by 1
                       until gb-idx > block-table-count
                   if gb-tbl-record(gb-idx)(1:6) = rv-group-id
                       move "Y" to group-found-flag
                       if gb-tbl-record(gb-idx)(27:1) = rv-room-type
                           move "Y" to block-found-flag
                           exit perform
                       end-if
                   end-if
               end-perform
               if block-found-flag = "Y"
                   perform 210-pickup-nights-module
               else
                   if group-found-flag = "Y"
                       add 1 to resv-wrong-type-count
                   else
                       add 1 to resv-no-block-count
                   end-if
               end-if
           end-if.
       210-pickup-nights-module.
           if rv-status = "I" and rv-actual-depart not = zeros
               move rv-actual-depart to stay-end-date
           else
               move rv-depart-date to stay-end-date
           end-if
           compute stay-start-integer =
                   function integer-of-date(rv-arrival-date)
           compute stay-end-integer =
                   function integer-of-date(stay-end-date)
           perform varying stay-integer from stay-start-integer by 1
                   until stay-integer >= stay-end-integer
               if stay-integer >= gb-tbl-start-int(gb-idx)
                   and stay-integer < gb-tbl-start-int(gb-idx)
                           + gb-tbl-nights(gb-idx)
                   compute night-sub =
                           stay-integer - gb-tbl-start-int(gb-idx) + 1
                   add 1 to gb-tbl-pickup(gb-idx, night-sub)
               end-if
           end-perform.
       300-pickup-header-module.
           move spaces to pickup-line
           move business-date to PH-date-out
           write pickup-line from print-pickup-header
               before advancing 2 line.
       310-release-header-module.
           move spaces to release-line
           move business-date to RH-date-out
           write release-line from print-release-header
           move spaces to release-line
           write release-line from print-release-column-header
               before advancing 2 line.
       400-block-pickup-module.
           move spaces to pickup-line
           write pickup-line
           move gb-group-id    to BH-id-out
           move gb-group-name  to BH-name-out
           move gb-room-type   to BH-type-out
           move gb-cutoff-date to BH-cut-out
           evaluate gb-status
               when "R"
                   move "RELEASED" to BH-status-out
                   add 1 to blocks-released-count
               when "A"
                   move "ACTIVE  " to BH-status-out
                   add 1 to blocks-active-count
               when other
                   move "INVALID " to BH-status-out
                   add 1 to blocks-invalid-count
           end-evaluate
           move spaces to pickup-line
           write pickup-line from print-block-header
           move spaces to pickup-line
           write pickup-line from print-pickup-column-header
           move zeros to bt-blocked
           move zeros to bt-picked
           move zeros to bt-remaining
           perform varying night-sub from 1 by 1
                   until night-sub > gb-tbl-nights(gb-idx)
               perform 410-pickup-night-module
           end-perform
           move spaces to pickup-line
           move bt-blocked   to PT-block-out
           move bt-picked    to PT-pick-out
           move bt-remaining to PT-rem-out
           write pickup-line from print-block-total.
       410-pickup-night-module.
           compute night-integer =
                   gb-tbl-start-int(gb-idx) + night-sub - 1
           compute night-date = function date-of-integer(night-integer)
           perform 420-night-remaining-module
           move spaces to PD-flag-out
           if gb-status = "R"
               and night-integer >= business-integer
               move zeros to night-remaining
               move "RELEASED" to PD-flag-out
           end-if
           if night-over > 0
               move "OVER BLOCK" to PD-flag-out
           end-if
           add gb-rooms-blocked to bt-blocked
           add gb-tbl-pickup(gb-idx, night-sub) to bt-picked
           add night-remaining to bt-remaining
           move spaces to pickup-line
           move night-date       to PD-date-out
           move gb-rooms-blocked to PD-block-out
           move gb-tbl-pickup(gb-idx, night-sub) to PD-pick-out
           move night-remaining  to PD-rem-out
           write pickup-line from print-pickup-detail.
       420-night-remaining-module.
           move zeros to night-remaining
           move zeros to night-over
           if gb-tbl-pickup(gb-idx, night-sub) < gb-rooms-blocked
               compute night-remaining = gb-rooms-blocked
                       - gb-tbl-pickup(gb-idx, night-sub)
           else
               compute night-over = gb-tbl-pickup(gb-idx, night-sub)
                       - gb-rooms-blocked
           end-if.
       500-cutoff-release-module.
           move zeros to release-night-count
           perform varying night-sub from 1 by 1
                   until night-sub > gb-tbl-nights(gb-idx)
               compute night-integer =
                       gb-tbl-start-int(gb-idx) + night-sub - 1
               if night-integer >= business-integer
                   perform 420-night-remaining-module
                   if night-remaining > 0
                       compute night-date =
                               function date-of-integer(night-integer)
                       add night-remaining to release-night-count
                       move spaces to release-line
                       move gb-group-id     to RD-id-out
                       move gb-group-name   to RD-name-out
                       move gb-room-type    to RD-type-out
                       move night-date      to RD-date-out
                       move night-remaining to RD-rel-out
                       write release-line from print-release-detail
                   end-if
               end-if
           end-perform
           add 1 to blocks-cutoff-count
           move "R"                 to gb-status
           move business-date       to gb-release-date
           move release-night-count to gb-rooms-released
           add release-night-count  to rooms-released-total
           move spaces to release-line
           move gb-group-id         to RB-id-out
           move release-night-count to RB-rel-out
           write release-line from print-release-block-total
           move spaces to release-line
           write release-line.
       600-rewrite-group-blocks-module.
           if block-overflow-count = 0
               and block-table-count > 0
               open output group-block-file
               perform varying gb-idx from 1 by 1
                       until gb-idx > block-table-count
                   move gb-tbl-record(gb-idx) to group-block-record
                   write group-block-record
               end-perform
               close group-block-file
           end-if.
       900-pickup-totals-module.
           move spaces to pickup-line
           write pickup-line
           move "RESERVATIONS READ        " to TT-label
           move resv-read-count to TT-count-out
           write pickup-line from print-pickup-total
           move "GROUP RESERVATIONS       " to TT-label
           move resv-group-count to TT-count-out
           write pickup-line from print-pickup-total
           move "GROUP RESV - NO BLOCK    " to TT-label
           move resv-no-block-count to TT-count-out
           write pickup-line from print-pickup-total
           move "GROUP RESV - WRONG TYPE  " to TT-label
           move resv-wrong-type-count to TT-count-out
           write pickup-line from print-pickup-total
           move "BLOCKS ACTIVE            " to TT-label
           move blocks-active-count to TT-count-out
           write pickup-line from print-pickup-total
           move "BLOCKS AT CUTOFF TODAY   " to TT-label
           move blocks-cutoff-count to TT-count-out
           write pickup-line from print-pickup-total
           move "BLOCKS RELEASED          " to TT-label
           move blocks-released-count to TT-count-out
           write pickup-line from print-pickup-total
           if blocks-invalid-count > 0
               move "BLOCKS - INVALID STATUS  " to TT-label
               move blocks-invalid-count to TT-count-out
               write pickup-line from print-pickup-total
           end-if
           move "ROOM NIGHTS RELEASED     " to TT-label
           move rooms-released-total to TT-count-out
           write pickup-line from print-pickup-total
           if block-long-count > 0
               move "BLOCKS CUT AT 60 NIGHTS  " to TT-label
               move block-long-count to TT-count-out
               write pickup-line from print-pickup-total
           end-if
           if block-overflow-count > 0
               move "BLOCKS PAST TABLE LIMIT  " to TT-label
               move block-overflow-count to TT-count-out
               write pickup-line from print-pickup-total
               move spaces to pickup-line
               move "BLOCK FILE NOT REWRITTEN - RELEASES NOT SAVED"
                   to TN-text
               write pickup-line from print-pickup-note
           end-if
           if blocks-cutoff-count = 0
               move spaces to release-line
               move "NO BLOCKS REACHED CUTOFF TODAY" to TN-text
               write release-line from print-pickup-note
           end-if.
