                           assign to "ptsRedm.dat"
                           organization is line sequential.
                     select guest-master assign to "guestmst.dat"
                           organization is indexed
                           access mode is random
                           record key is gm-guest-id.
                     select points-balance-out
                           assign to "ptsBalNew.dat"
                           organization is line sequential.
           05 gm-address       pic X(30).
           05 gm-phone         pic X(12).
           05 gm-vip-flag      pic X.
           05 gm-merge-to-id   pic X(6).

       fd points-balance-out.
       01 points-balance-out-record.
       01  are-there-more-balances pic XXX value "yes".
       01  are-there-more-accruals pic XXX value "yes".
       01  are-there-more-redemptions pic XXX value "yes".
       01  gm-lookup-name       pic X(20) value spaces.
       01  lookup-guest-id      pic X(6) value spaces.
       01  redirected-count     pic 9(6) value zeros.
       01  balance-table.
           05 balance-entry occurs 500 times indexed by bl-idx.
               10 bl-id        pic X(6).
           if run-control-found not = "Y"
               accept today-date from date yyyymmdd
           end-if
           perform 200-load-balances-module
           perform 300-apply-accruals-module
           perform 400-apply-redemptions-module
                   move rc-business-date to today-date
           end-read
           close run-control-file.
       160-lookup-guest-name-module.
           move spaces to gm-lookup-name
           move lookup-guest-id to gm-guest-id
           read guest-master
               invalid key
                   continue
               not invalid key
                   move gm-guest-name to gm-lookup-name
           end-read.
       170-redirect-guest-module.
           move lookup-guest-id to gm-guest-id
           read guest-master
               invalid key
                   continue
               not invalid key
                   if gm-merge-to-id not = spaces
                       move gm-merge-to-id to lookup-guest-id
                       add 1 to redirected-count
                   end-if
           end-read.
       200-load-balances-module.
           perform until are-there-more-balances = "no "
               read points-balance-in
           end-perform.
       310-apply-one-accrual-module.
           move pa-guest-id to lookup-guest-id
           perform 170-redirect-guest-module
           move lookup-guest-id to pa-guest-id
           perform 250-find-balance-module
           if bl-found-flag = "Y"
               add pa-points to bl-earned(bl-idx)
           end-perform.
       410-apply-one-redemption-module.
           move pr-guest-id to lookup-guest-id
           perform 170-redirect-guest-module
           move lookup-guest-id to pr-guest-id
           perform 250-find-balance-module
           if bl-found-flag = "Y"
               if pr-points > bl-balance(bl-idx)
               move "ACTIVITY PAST TABLE LIMIT" to MT-label
               move activity-overflow-count to MT-count-out
               write member-line from print-member-total
           end-if
           if redirected-count > 0
               move "RETIRED IDS REDIRECTED   " to MT-label
               move redirected-count to MT-count-out
               write member-line from print-member-total
           end-if.
