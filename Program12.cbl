                     select optional room-inventory
                           assign to "roomInv.dat"
                           organization is line sequential.
                     select optional room-master
                           assign to "roomMst.dat"
                           organization is line sequential.
                     select optional run-control-file
                           assign to "runCtl.dat"
                           organization is line sequential.
               10 ri-room-type     pic X.
               10 ri-rooms-avail   pic 9(4).

       fd room-master.
       01 room-master-record.
           05 rm-room-no       pic X(4).
           05 rm-room-type     pic X.
           05 rm-floor         pic 99.
           05 rm-hk-status     pic X.
           05 rm-guest-id      pic X(6).

       fd run-control-file.
       01 run-control-record.
           05 rc-business-date pic 9(8).
           05 ly-year          pic 9(4).
           05 ly-month         pic 99.
           05 ly-day           pic 99.
       01  are-there-more-rooms pic XXX value "yes".
       01  rooms-available      pic 9(6) value zeros.
       01  rooms-out-of-order   pic 9(6) value zeros.
       01  period-day-counts.
           05 period-days occurs 6 times pic 9(4).
       01  period-totals.
           05 FV-pct-lbl       pic X(2) value " %".
           05                  pic X(4) value spaces.
           05 FV-room-out      pic $,$$$,$$$,$$9.99-.
       01  print-flash-ooo-line.
           05                  pic X(5) value spaces.
           05 FO-label         pic X(40) value
                   "OUT-OF-ORDER ROOMS EXCLUDED FROM AVAIL: ".
           05 FO-count-out     pic ZZZ,ZZ9.
       01  print-flash-note.
           05                  pic X(5) value spaces.
           05 FN-text          pic X(60).
           end-if
           perform 110-derive-dates-module
           perform 150-load-room-inventory-module
           perform 160-load-room-master-module
           perform 200-accumulate-ledger-module
           perform 300-flash-header-module
           move "DAY     " to FD-period-out
           move 3 to ty-sub
           move 6 to ly-sub
           perform 400-flash-period-module
           if rooms-out-of-order > 0
               move spaces to flash-line
               move rooms-out-of-order to FO-count-out
               write flash-line from print-flash-ooo-line
           end-if
           if rooms-available = 0
               move spaces to flash-line
               move "NO ROOM INVENTORY - OCCUPANCY NOT COMPUTED"
                       end-if
               end-read
           end-perform.
       160-load-room-master-module.
           open input room-master
           perform until are-there-more-rooms = "no "
               read room-master
                   at end
                       move "no " to are-there-more-rooms
                   not at end
                       if rm-hk-status = "X"
                           add 1 to rooms-out-of-order
                       end-if
               end-read
           end-perform
           close room-master
           if rooms-out-of-order < rooms-available
               subtract rooms-out-of-order from rooms-available
           else
               move zeros to rooms-available
           end-if.
       200-accumulate-ledger-module.
           perform until are-there-more-ledger = "no "
               read revenue-ledger
