                     select optional ar-payments assign to "arPay.dat"
                           organization is line sequential.
                     select guest-master assign to "guestmst.dat"
                           organization is indexed
                           access mode is random
                           record key is gm-guest-id.
                     select ar-ledger-out
                           assign to "arLedgerNew.dat"
                           organization is line sequential.
           05 gm-address       pic X(30).
           05 gm-phone         pic X(12).
           05 gm-vip-flag      pic X.
           05 gm-merge-to-id   pic X(6).

       fd ar-ledger-out.
       01 ar-ledger-out-record.
       01  are-there-more-items    pic XXX value "yes".
       01  are-there-more-postings pic XXX value "yes".
       01  are-there-more-payments pic XXX value "yes".
       01  gm-lookup-name       pic X(20) value spaces.
       01  gm-lookup-address    pic X(30) value spaces.
       01  lookup-guest-id      pic X(6) value spaces.
       01  redirected-count     pic 9(6) value zeros.
       01  ledger-table.
           05 ledger-entry occurs 500 times indexed by lg-idx.
               10 lg-id        pic X(6).
           end-if
           compute today-integer =
                   function integer-of-date(today-date)
           perform 200-load-ledger-module
           perform 250-load-postings-module
           perform 300-aging-header-module
                   move rc-business-date to today-date
           end-read
           close run-control-file.
       160-lookup-guest-module.
           move spaces to gm-lookup-name
           move spaces to gm-lookup-address
           move lookup-guest-id to gm-guest-id
           read guest-master
               invalid key
                   continue
               not invalid key
                   move gm-guest-name to gm-lookup-name
                   move gm-address    to gm-lookup-address
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
       200-load-ledger-module.
           perform until are-there-more-items = "no "
               read ar-ledger-in
                       move "no " to are-there-more-items
                   not at end
                       add 1 to ledger-in-count
                       move ali-guest-id to lookup-guest-id
                       perform 170-redirect-guest-module
                       move lookup-guest-id to ali-guest-id
                       if ledger-table-count < 500
                           add 1 to ledger-table-count
                           set lg-idx to ledger-table-count
                       move "no " to are-there-more-postings
                   not at end
                       add 1 to posting-in-count
                       move ap-guest-id to lookup-guest-id
                       perform 170-redirect-guest-module
                       move lookup-guest-id to ap-guest-id
                       if ledger-table-count < 500
                           add 1 to ledger-table-count
                           set lg-idx to ledger-table-count
               end-read
           end-perform.
       410-apply-one-payment-module.
           move py-guest-id to lookup-guest-id
           perform 170-redirect-guest-module
           move lookup-guest-id to py-guest-id
           move py-amount to payment-remaining
           perform varying lg-idx from 1 by 1
                   until lg-idx > ledger-table-count
               move ledger-overflow-count to CT-count-out
               write aging-line from print-ar-count-line
           end-if
           if redirected-count > 0
               move "RETIRED IDS REDIRECTED   " to CT-label
               move redirected-count to CT-count-out
               write aging-line from print-ar-count-line
           end-if
           move "PAYMENTS APPLIED         " to CA-label
           move total-applied-amt to CA-amount-out
           write aging-line from print-ar-amount-line
