       identification division.
       program-id. Program15.
       author. Zac_Paladino.

       environment division.
       input-output section.
       file-control. select room-master assign to "roomMst.dat"
                           organization is line sequential.
                     select optional hk-update-file
                           assign to "hkUpd.dat"
                           organization is line sequential.
                     select board-listing assign to "hkBoard.txt"
                           organization is line sequential.
                     select optional run-control-file
                           assign to "runCtl.dat"
                           organization is line sequential.
       data division.
       file section.
       fd room-master.
       01 room-master-record.
           05 rm-room-no       pic X(4).
           05 rm-room-type     pic X.
           05 rm-floor         pic 99.
           05 rm-hk-status     pic X.
           05 rm-guest-id      pic X(6).

       fd hk-update-file.
       01 hk-update-record.
           05 hu-room-no       pic X(4).
           05 hu-new-status    pic X.

       fd board-listing.
       01 board-line           pic X(90).

       fd run-control-file.
       01 run-control-record.
           05 rc-business-date pic 9(8).
           05 rc-run-number    pic 9(4).
           05 rc-status        pic X.
       working-storage section.
       01  are-there-more-rooms    pic XXX value "yes".
       01  are-there-more-updates  pic XXX value "yes".
       01  business-date        pic 9(8) value zeros.
       01  run-control-found    pic X value "N".
       01  room-table.
           05 room-entry occurs 500 times indexed by rm-idx.
               10 rm-tbl-room-no   pic X(4).
               10 rm-tbl-room-type pic X.
               10 rm-tbl-floor     pic 99.
               10 rm-tbl-hk-status pic X.
               10 rm-tbl-guest-id  pic X(6).
       01  room-table-count     pic 9(4) value zeros.
       01  room-overflow-count  pic 9(4) value zeros.
       01  room-found-flag      pic X value "N".
       01  sort-sub             pic 9(4) value zeros.
       01  sort-sub2            pic 9(4) value zeros.
       01  sort-swap-entry      pic X(14).
       01  current-floor        pic 99 value zeros.
       01  first-floor-flag     pic X value "Y".
       01  update-reason        pic X(30) value spaces.
       01  hk-status-values.
           05 filler           pic X(33) value
                   "CVACANT CLEAN  INSPECTED - READY ".
           05 filler           pic X(33) value
                   "DVACANT DIRTY  CLEAN ROOM        ".
           05 filler           pic X(33) value
                   "OOCCUPIED      SERVICE STAYOVER  ".
           05 filler           pic X(33) value
                   "XOUT OF ORDER  NO SERVICE        ".
       01  hk-status-table redefines hk-status-values.
           05 hk-status-entry occurs 4 times indexed by hs-idx.
               10 hs-code      pic X.
               10 hs-desc      pic X(14).
               10 hs-action    pic X(18).
       01  hs-found-flag        pic X value "N".
       01  floor-counts.
           05 fl-status-count occurs 4 times pic 9(4).
       01  board-counts.
           05 bd-status-count occurs 4 times pic 9(6).
           05 bd-unknown-count     pic 9(6) value zeros.
           05 updates-read-count   pic 9(6) value zeros.
           05 updates-applied-count pic 9(6) value zeros.
           05 updates-rejected-count pic 9(6) value zeros.
       01  print-board-header.
           05                  pic X(20) value spaces.
           05 BH-title         pic X(30) value
                   "HOUSEKEEPING BOARD BY FLOOR".
           05 BH-date-out      pic 9(8).
       01  print-floor-header.
           05                  pic X(5) value spaces.
           05 FH-label         pic X(6) value "FLOOR ".
           05 FH-floor-out     pic Z9.
       01  print-board-column-header.
           05                  pic X(7) value spaces.
           05 BC-room-lbl      pic X(4) value "ROOM".
           05                  pic X(3) value spaces.
           05 BC-type-lbl      pic X(4) value "TYPE".
           05                  pic X(3) value spaces.
           05 BC-status-lbl    pic X(6) value "STATUS".
           05                  pic X(11) value spaces.
           05 BC-guest-lbl     pic X(5) value "GUEST".
           05                  pic X(5) value spaces.
           05 BC-action-lbl    pic X(6) value "ACTION".
       01  print-board-detail.
           05                  pic X(7) value spaces.
           05 BD-room-out      pic X(4).
           05                  pic X(4) value spaces.
           05 BD-type-out      pic X.
           05                  pic X(5) value spaces.
           05 BD-status-out    pic X(14).
           05                  pic X(3) value spaces.
           05 BD-guest-out     pic X(6).
           05                  pic X(4) value spaces.
           05 BD-action-out    pic X(18).
       01  print-floor-total.
           05                  pic X(7) value spaces.
           05 FT-label         pic X(7) value "CLEAN: ".
           05 FT-clean-out     pic ZZZ9.
           05                  pic X(3) value spaces.
           05 FT-dirty-lbl     pic X(7) value "DIRTY: ".
           05 FT-dirty-out     pic ZZZ9.
           05                  pic X(3) value spaces.
           05 FT-occ-lbl       pic X(10) value "OCCUPIED: ".
           05 FT-occ-out       pic ZZZ9.
           05                  pic X(3) value spaces.
           05 FT-ooo-lbl       pic X(14) value "OUT OF ORDER: ".
           05 FT-ooo-out       pic ZZZ9.
       01  print-update-exception.
           05                  pic X(5) value spaces.
           05 UX-label         pic X(15) value "UPDATE REJECT: ".
           05 UX-room-out      pic X(4).
           05                  pic X(2) value spaces.
           05 UX-status-out    pic X.
           05                  pic X(2) value spaces.
           05 UX-reason-out    pic X(30).
       01  print-board-total.
           05                  pic X(5) value spaces.
           05 BT-label         pic X(25).
           05                  pic X(2) value spaces.
           05 BT-count-out     pic ZZZ,ZZ9.
       procedure division.
       100-main-module.
           initialize floor-counts
                      board-counts
           open output board-listing
           perform 105-load-run-control-module
           if run-control-found not = "Y"
               accept business-date from date yyyymmdd
           end-if
           perform 300-board-header-module
           perform 150-load-room-master-module
           perform 200-apply-updates-module
           perform 250-sort-room-table-module
           perform varying rm-idx from 1 by 1
                   until rm-idx > room-table-count
               perform 400-board-detail-module
           end-perform
           if first-floor-flag not = "Y"
               perform 450-floor-total-module
           end-if
           perform 600-rewrite-room-master-module
           perform 900-board-totals-module
           close board-listing
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
       150-load-room-master-module.
           open input room-master
           perform until are-there-more-rooms = "no "
               read room-master
                   at end
                       move "no " to are-there-more-rooms
                   not at end
                       if room-table-count < 500
                           add 1 to room-table-count
                           set rm-idx to room-table-count
                           move room-master-record
                               to room-entry(rm-idx)
                       else
                           add 1 to room-overflow-count
                       end-if
               end-read
           end-perform
           close room-master.
       200-apply-updates-module.
           open input hk-update-file
           perform until are-there-more-updates = "no "
               read hk-update-file
                   at end
                       move "no " to are-there-more-updates
                   not at end
                       add 1 to updates-read-count
                       perform 210-apply-update-module
               end-read
           end-perform
           close hk-update-file.
       210-apply-update-module.
           move spaces to update-reason
           move "N" to room-found-flag
           perform varying rm-idx from 1 by 1
                   until rm-idx > room-table-count
               if rm-tbl-room-no(rm-idx) = hu-room-no
                   move "Y" to room-found-flag
                   exit perform
               end-if
           end-perform
           evaluate true
               when room-found-flag not = "Y"
                   move "ROOM NOT ON ROOM MASTER" to update-reason
               when hu-new-status not = "C"
                       and hu-new-status not = "D"
                       and hu-new-status not = "X"
                   move "INVALID HOUSEKEEPING STATUS" to update-reason
               when rm-tbl-hk-status(rm-idx) = "O"
                   move "ROOM OCCUPIED - NOT CHANGED" to update-reason
           end-evaluate
           if update-reason = spaces
               move hu-new-status to rm-tbl-hk-status(rm-idx)
               add 1 to updates-applied-count
           else
               add 1 to updates-rejected-count
               move spaces to board-line
               move hu-room-no    to UX-room-out
               move hu-new-status to UX-status-out
               move update-reason to UX-reason-out
               write board-line from print-update-exception
           end-if.
       250-sort-room-table-module.
           perform varying sort-sub from 1 by 1
                   until sort-sub >= room-table-count
               perform varying sort-sub2 from 1 by 1
                       until sort-sub2 >= room-table-count
                   if rm-tbl-floor(sort-sub2) >
                           rm-tbl-floor(sort-sub2 + 1)
                       or (rm-tbl-floor(sort-sub2) =
                               rm-tbl-floor(sort-sub2 + 1)
                           and rm-tbl-room-no(sort-sub2) >
                               rm-tbl-room-no(sort-sub2 + 1))
                       move room-entry(sort-sub2)
                           to sort-swap-entry
                       move room-entry(sort-sub2 + 1)
                           to room-entry(sort-sub2)
                       move sort-swap-entry
                           to room-entry(sort-sub2 + 1)
                   end-if
               end-perform
           end-perform.
       300-board-header-module.
           move spaces to board-line
           move business-date to BH-date-out
           write board-line from print-board-header
               before advancing 2 line.
       400-board-detail-module.
           if first-floor-flag = "Y"
               or rm-tbl-floor(rm-idx) not = current-floor
               if first-floor-flag not = "Y"
                   perform 450-floor-total-module
               end-if
               move "N" to first-floor-flag
               move rm-tbl-floor(rm-idx) to current-floor
               perform 410-floor-header-module
           end-if
           move "N" to hs-found-flag
           perform varying hs-idx from 1 by 1
                   until hs-idx > 4
               if hs-code(hs-idx) = rm-tbl-hk-status(rm-idx)
                   move "Y" to hs-found-flag
                   exit perform
               end-if
           end-perform
           move spaces to board-line
           move rm-tbl-room-no(rm-idx)   to BD-room-out
           move rm-tbl-room-type(rm-idx) to BD-type-out
           move rm-tbl-guest-id(rm-idx)  to BD-guest-out
           if hs-found-flag = "Y"
               move hs-desc(hs-idx)   to BD-status-out
               move hs-action(hs-idx) to BD-action-out
               add 1 to fl-status-count(hs-idx)
               add 1 to bd-status-count(hs-idx)
           else
               move "UNKNOWN STATUS" to BD-status-out
               move "INSPECT ROOM"   to BD-action-out
               add 1 to bd-unknown-count
           end-if
           write board-line from print-board-detail.
       410-floor-header-module.
           move spaces to board-line
           write board-line
           move current-floor to FH-floor-out
           write board-line from print-floor-header
           move spaces to board-line
           write board-line from print-board-column-header
           perform varying hs-idx from 1 by 1
                   until hs-idx > 4
               move zeros to fl-status-count(hs-idx)
           end-perform.
       450-floor-total-module.
           move spaces to board-line
           move fl-status-count(1) to FT-clean-out
           move fl-status-count(2) to FT-dirty-out
           move fl-status-count(3) to FT-occ-out
           move fl-status-count(4) to FT-ooo-out
           write board-line from print-floor-total.
       600-rewrite-room-master-module.
           if updates-applied-count > 0
               and room-overflow-count = 0
               open output room-master
               perform varying rm-idx from 1 by 1
                       until rm-idx > room-table-count
                   move room-entry(rm-idx) to room-master-record
                   write room-master-record
               end-perform
               close room-master
           end-if.
       900-board-totals-module.
           move spaces to board-line
           write board-line
           move "ROOMS ON MASTER          " to BT-label
           move room-table-count to BT-count-out
           write board-line from print-board-total
           move "VACANT CLEAN             " to BT-label
           move bd-status-count(1) to BT-count-out
           write board-line from print-board-total
           move "VACANT DIRTY - TO CLEAN  " to BT-label
           move bd-status-count(2) to BT-count-out
           write board-line from print-board-total
           move "OCCUPIED - STAYOVER      " to BT-label
           move bd-status-count(3) to BT-count-out
           write board-line from print-board-total
           move "OUT OF ORDER             " to BT-label
           move bd-status-count(4) to BT-count-out
           write board-line from print-board-total
           if bd-unknown-count > 0
               move "UNKNOWN STATUS           " to BT-label
               move bd-unknown-count to BT-count-out
               write board-line from print-board-total
           end-if
           move "STATUS UPDATES READ      " to BT-label
           move updates-read-count to BT-count-out
           write board-line from print-board-total
           move "STATUS UPDATES APPLIED   " to BT-label
           move updates-applied-count to BT-count-out
           write board-line from print-board-total
           move "STATUS UPDATES REJECTED  " to BT-label
           move updates-rejected-count to BT-count-out
           write board-line from print-board-total
           if room-overflow-count > 0
               move "ROOMS OVER TBL-NOT SAVED " to BT-label
               move room-overflow-count to BT-count-out
               write board-line from print-board-total
           end-if.
