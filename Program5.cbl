       file-control. select guest-data assign to "guests.dat"
                           organization is line sequential.
                     select guest-master assign to "guestmst.dat"
                           organization is indexed
                           access mode is random
                           record key is gm-guest-id.
                     select clean-guest-data
                           assign to "guestsClean.dat"
                           organization is line sequential.
           05 currency-code-in pic X(3).
           05 nights-in        pic 99.
           05 room-dis-in      pic X.
           05 room-no-in       pic X(4).
           05 agent-id-in      pic X(6).

       fd guest-master.
       01 guest-master-record.
           05 gm-address       pic X(30).
           05 gm-phone         pic X(12).
           05 gm-vip-flag      pic X.
           05 gm-merge-to-id   pic X(6).

       fd clean-guest-data.
       01 clean-guest-record   pic X(49).

       fd edit-listing.
       01 edit-line            pic X(80).
           05 rc-status        pic X.
       working-storage section.
       01  are-there-more-records  pic XXX value "yes".
       01  gm-found-flag        pic X value "N".
       01  redirected-count     pic 9(6) value zeros.
       01  seen-id-table.
           05 seen-id-entry occurs 1000 times indexed by sn-idx.
               10 seen-id      pic X(6).
               accept today-date from date yyyymmdd
           end-if
           perform 300-edit-header-module
           perform until are-there-more-records = "no "
               read guest-data
                   at end
                   move rc-run-number    to run-number-in
           end-read
           close run-control-file.
       300-edit-header-module.
           move spaces to edit-line
           move today-date to EH-date-out
               perform 500-edit-reject-module
           else
               move "N" to gm-found-flag
               move guest-id-in to gm-guest-id
               read guest-master
                   invalid key
                       continue
                   not invalid key
                       move "Y" to gm-found-flag
               end-read
               if gm-found-flag not = "Y"
                   move "E02" to ED-code-out
                   move "GUEST ID NOT ON MASTER" to ED-reason-out
                   perform 500-edit-reject-module
               else
                   if gm-merge-to-id not = spaces
                       move gm-merge-to-id to guest-id-in
                       add 1 to redirected-count
                   end-if
               end-if
           end-if.
       420-edit-duplicate-module.
           move "RECORDS REJECTED         " to ET-label
           move records-reject-count to ET-count-out
           write edit-line from print-edit-total
           if redirected-count > 0
               move "RETIRED IDS REDIRECTED   " to ET-label
               move redirected-count to ET-count-out
               write edit-line from print-edit-total
           end-if
           if seen-id-overflow-count > 0
