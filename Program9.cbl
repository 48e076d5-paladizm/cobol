                           organization is line sequential.
                     select arrival-listing assign to "arrDep.txt"
                           organization is line sequential.
                     select optional room-master
                           assign to "roomMst.dat"
                           organization is line sequential.
                     select optional run-control-file
                           assign to "runCtl.dat"
                           organization is line sequential.
           05 rv-actual-depart pic 9(8).
           05 rv-guarantee     pic X.
           05 rv-status        pic X.
           05 rv-agent-id      pic X(6).

       fd guest-data.
       01 guest-record.
           05 currency-code-out pic X(3).
           05 nights-out       pic 99.
           05 room-dis-out     pic X.
           05 room-no-out      pic X(4).
           05 agent-id-out     pic X(6).

       fd arrival-charges.
       01 arrival-charge-record.
           05 ac-post-date     pic 9(8).
           05 ac-description   pic X(20).
           05 ac-amount        pic 9(5)V99.
           05 ac-cashier-id    pic X(4).
           05 ac-shift         pic 9.

       fd arrival-listing.
       01 arrival-line         pic X(90).

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
       01  stay-nights          pic s9(4) value zeros.
       01  early-departure-flag pic X value "N".
       01  early-departure-fee  pic 9(5)V99 value 75.00.
       01  are-there-more-rooms pic XXX value "yes".
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
       01  assigned-room-no     pic X(4) value spaces.
       01  arrival-counts.
           05 resv-read-count      pic 9(6) value zeros.
           05 departure-count      pic 9(6) value zeros.
           05 noshow-free-count    pic 9(6) value zeros.
           05 guest-out-count      pic 9(6) value zeros.
           05 resv-skipped-count   pic 9(6) value zeros.
           05 arrival-roomed-count pic 9(6) value zeros.
           05 arrival-noroom-count pic 9(6) value zeros.
           05 room-released-count  pic 9(6) value zeros.
       01  print-arrival-header.
           05                  pic X(20) value spaces.
           05 AH-title         pic X(32) value
           05 AC-type-lbl      pic X(4) value "TYPE".
           05                  pic X(2) value spaces.
           05 AC-nights-lbl    pic X(6) value "NIGHTS".
           05                  pic X(2) value spaces.
           05 AC-room-lbl      pic X(4) value "ROOM".
           05                  pic X(3) value spaces.
           05 AC-disp-lbl      pic X(11) value "DISPOSITION".
       01  print-arrival-detail.
           05 AD-type-out      pic X.
           05                  pic X(6) value spaces.
           05 AD-nights-out    pic Z9.
           05                  pic X(4) value spaces.
           05 AD-room-out      pic X(4).
           05                  pic X(3) value spaces.
           05 AD-disp-out      pic X(30).
       01  print-arrival-total.
           05                  pic X(5) value spaces.
           if run-control-found not = "Y"
               accept business-date from date yyyymmdd
           end-if
           perform 150-load-room-master-module
           perform 300-arrival-header-module
           perform until are-there-more-reservations = "no "
               read reservation-file
                       perform 400-select-reservation-module
               end-read
           end-perform
           perform 800-rewrite-room-master-module
           perform 900-arrival-totals-module
           close reservation-file
                   guest-data
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
       300-arrival-header-module.
           move spaces to arrival-line
           move business-date to AH-date-out
                       or (rv-actual-depart = zeros
                           and rv-depart-date = business-date))
                   perform 500-departure-module
               when rv-status = "I"
                       and rv-arrival-date = business-date
                   perform 450-arrival-module
               when rv-status = "R"
                       and rv-arrival-date = business-date
                   perform 600-no-show-module
               when other
                   add 1 to resv-skipped-count
           end-evaluate.
       450-arrival-module.
           move zeros to stay-nights
           perform 460-find-guest-room-module
           if room-found-flag = "Y"
               move rm-tbl-room-no(rm-idx) to assigned-room-no
               add 1 to arrival-roomed-count
               move "ARRIVAL - ROOM ALREADY ASSIGNED" to AD-disp-out
           else
               perform 470-assign-room-module
               if room-found-flag = "Y"
                   add 1 to arrival-roomed-count
                   move "ARRIVAL - ROOM ASSIGNED" to AD-disp-out
               else
                   add 1 to arrival-noroom-count
                   move "ARRIVAL - NO CLEAN ROOM OF TYPE" to AD-disp-out
               end-if
           end-if
           perform 700-arrival-detail-module.
       460-find-guest-room-module.
           move "N" to room-found-flag
           move spaces to assigned-room-no
           perform varying rm-idx from 1 by 1
                   until rm-idx > room-table-count
               if rm-tbl-guest-id(rm-idx) = rv-guest-id
                   and rm-tbl-hk-status(rm-idx) = "O"
                   move "Y" to room-found-flag
                   exit perform
               end-if
           end-perform.
       470-assign-room-module.
           move "N" to room-found-flag
           move spaces to assigned-room-no
           perform varying rm-idx from 1 by 1
                   until rm-idx > room-table-count
               if rm-tbl-room-type(rm-idx) = rv-room-type
                   and rm-tbl-hk-status(rm-idx) = "C"
                   move "Y" to room-found-flag
                   move "O" to rm-tbl-hk-status(rm-idx)
                   move rv-guest-id to rm-tbl-guest-id(rm-idx)
                   move rm-tbl-room-no(rm-idx) to assigned-room-no
                   exit perform
               end-if
           end-perform.
       480-release-room-module.
           perform 460-find-guest-room-module
           if room-found-flag = "Y"
               move rm-tbl-room-no(rm-idx) to assigned-room-no
               move "D" to rm-tbl-hk-status(rm-idx)
               move spaces to rm-tbl-guest-id(rm-idx)
               add 1 to room-released-count
           end-if.
       500-departure-module.
           if rv-actual-depart = zeros
               move rv-depart-date to stay-end-date
           if stay-nights > 99
               move 99 to stay-nights
           end-if
           perform 480-release-room-module
           perform 510-write-guest-module
           add 1 to departure-count
           if early-departure-flag = "Y"
           move rv-currency-code to currency-code-out
           move stay-nights      to nights-out
           move rv-room-type     to room-dis-out
           move assigned-room-no to room-no-out
           move rv-agent-id      to agent-id-out
           write guest-record
           add 1 to guest-out-count.
       520-early-charge-module.
           move business-date        to ac-post-date
           move "EARLY DEPARTURE FEE" to ac-description
           move early-departure-fee  to ac-amount
           move "SYS"                to ac-cashier-id
           move zeros                to ac-shift
           write arrival-charge-record.
       600-no-show-module.
           move spaces to assigned-room-no
           if rv-guarantee = "N" or rv-guarantee = spaces
               add 1 to noshow-free-count
               move zeros to stay-nights
           move rv-guest-name to AD-name-out
           move rv-room-type  to AD-type-out
           move stay-nights   to AD-nights-out
           move assigned-room-no to AD-room-out
           move spaces to arrival-line
           write arrival-line from print-arrival-detail.
       800-rewrite-room-master-module.
           if room-table-count > 0
               and room-overflow-count = 0
               open output room-master
               perform varying rm-idx from 1 by 1
                       until rm-idx > room-table-count
                   move room-entry(rm-idx) to room-master-record
                   write room-master-record
               end-perform
               close room-master
           end-if.
       900-arrival-totals-module.
           move spaces to arrival-line
           write arrival-line
           move "GUEST RECORDS WRITTEN    " to AT-label
           move guest-out-count to AT-count-out
           write arrival-line from print-arrival-total
           move "ARRIVALS ROOMED          " to AT-label
           move arrival-roomed-count to AT-count-out
           write arrival-line from print-arrival-total
           move "ARRIVALS NOT ROOMED      " to AT-label
           move arrival-noroom-count to AT-count-out
           write arrival-line from print-arrival-total
           move "ROOMS RELEASED - DIRTY   " to AT-label
           move room-released-count to AT-count-out
           write arrival-line from print-arrival-total
           move "RESERVATIONS NOT DUE     " to AT-label
           move resv-skipped-count to AT-count-out
           write arrival-line from print-arrival-total
           if room-overflow-count > 0
               move "ROOMS OVER TBL-NOT SAVED " to AT-label
               move room-overflow-count to AT-count-out
               write arrival-line from print-arrival-total
           end-if.
