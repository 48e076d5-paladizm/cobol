       file-control. select guest-data assign to "guests.dat"
                           organization is line sequential.
                     select guest-master assign to "guestmst.dat"
                           organization is indexed
                           access mode is random
                           record key is gm-guest-id.
                     select rate-table-file assign to "rateTbl.dat"
                           organization is line sequential.
                     select tax-table-file assign to "taxTbl.dat"
                     select optional revenue-ledger
                           assign to "rvLedger.dat"
                           organization is line sequential.
                     select optional room-master
                           assign to "roomMst.dat"
                           organization is line sequential.
                     select optional room-posting-in
                           assign to "roomPost.dat"
                           organization is line sequential.
                     select room-posting-out
                           assign to "roomPostNew.dat"
                           organization is line sequential.
       data division.
       file section.
       fd guest-data.
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

       fd rate-table-file.
       01 rate-table-record.
           05 py-pay-date      pic 9(8).
           05 py-method        pic X.
           05 py-amount        pic 9(7)V99.
           05 py-card-brand    pic X(2).
           05 py-auth-code     pic X(6).
           05 py-cashier-id    pic X(4).
           05 py-shift         pic 9.

       fd postings-file.
       01 posting-record.
           05 ps-post-date     pic 9(8).
           05 ps-description   pic X(20).
           05 ps-amount        pic 9(5)V99.
           05 ps-cashier-id    pic X(4).
           05 ps-shift         pic 9.

       fd adjustments-file.
       01 adjustment-record.
           05 aj-category      pic X(2).
           05 aj-reason        pic X(2).
           05 aj-amount        pic s9(5)V99.
           05 aj-cashier-id    pic X(4).
           05 aj-shift         pic 9.

       fd adjustment-audit.
       01 adjustment-audit-line pic X(90).
           05 fh-anc-amt       pic 9(6)V99.
           05 fh-tax-amt       pic 9(7)V99.
           05 fh-total-amt     pic 9(9)V99.
           05 fh-room-no       pic X(4).
           05 fh-agent-id      pic X(6).
       fd room-master.
       01 room-master-record.
           05 rm-room-no       pic X(4).
           05 rm-room-type     pic X.
           05 rm-floor         pic 99.
           05 rm-hk-status     pic X.
           05 rm-guest-id      pic X(6).
       fd room-posting-in.
       01 room-posting-in-record.
           05 rpi-guest-id     pic X(6).
           05 rpi-post-date    pic 9(8).
           05 rpi-room-type    pic X.
           05 rpi-night-number pic 99.
           05 rpi-room-amt     pic 9(5)V99.
           05 rpi-tax-amt      pic 9(5)V99.
       fd room-posting-out.
       01 room-posting-out-record pic X(31).
       working-storage section.
       01  are-there-more-records  pic XXX value "yes".
       01  gm-found-flag        pic X value "N".
       01  gm-current-address   pic X(30) value spaces.
       01  gm-current-phone     pic X(12) value spaces.
       01  are-there-more-room-posts pic XXX value "yes".
       01  room-post-table.
           05 room-post-entry occurs 2000 times indexed by rp-idx.
               10 rpt-guest-id     pic X(6).
               10 rpt-room-amt     pic 9(5)V99.
               10 rpt-tax-amt      pic 9(5)V99.
               10 rpt-billed-flag  pic X.
       01  room-post-count      pic 9(4) value zeros.
       01  room-post-overflow-count pic 9(4) value zeros.
       01  room-post-read-count pic 9(6) value zeros.
       01  room-posted-flag     pic X value "N".
       01  posted-nights-count  pic 9(4) value zeros.
       01  posted-room-amt      pic 9(8)V99 value zeros.
       01  posted-tax-amt       pic 9(7)V99 value zeros.
       01  are-there-more-rates pic XXX value "yes".
       01  rate-table.
           05 rate-tbl-entry occurs 50 times indexed by rt-idx.
       01  stats-period-days    pic 9(3) value 1.
       01  stat-search-type     pic X value spaces.
       01  stat-found-flag      pic X value "N".
       01  are-there-more-rooms pic XXX value "yes".
       01  rooms-out-of-order   pic 9(4) value zeros.
       01  stats-avail-nights   pic 9(7) value zeros.
       01  stats-occupancy      pic 9(5)V9 value zeros.
       01  stats-adr            pic 9(6)V99 value zeros.
               10 py-buf-date   pic 9(8).
               10 py-buf-method pic X.
               10 py-buf-amount pic 9(7)V99.
       01  pay-method-count     pic 99 value zeros.
       01  pay-method-totals.
           05 pay-mth-entry occurs 10 times indexed by pmt-idx.
               10 pmt-method    pic X.
               10 pmt-amount    pic 9(7)V99.
       01  pmt-found-flag       pic X value "N".
       01  payment-orphan-count pic 9(6) value zeros.
       01  are-there-more-adjustments pic XXX value "yes".
       01  adj-buffer-count     pic 99 value zeros.
           05 CL-dur-out       pic ZZZ9.
           05                  pic X(2) value spaces.
           05 CL-charge-out    pic $$$9.99.
       01  print-room-line.
           05                  pic X(9) value spaces.
           05 RN-label         pic X(6) value "ROOM: ".
           05 RN-room-out      pic X(4).
       01  print-guest-info-line.
           05                  pic X(9) value spaces.
           05 GI-address-out   pic X(30).
           05                  pic X(5) value spaces.
           05 SR-label         pic X(13) value "PERIOD DAYS: ".
           05 SR-days-out      pic ZZ9.
           05                  pic X(4) value spaces.
           05 SR-ooo-label     pic X(20) value
                   "ROOMS OUT OF ORDER: ".
           05 SR-ooo-out       pic ZZZ9.
       01  print-tax-line.
           05                  pic X(9) value spaces.
           05 TX-label         pic X(5) value "TAX: ".
           open output carry-forward-out
                        aged-listing
                        stats-listing
           perform 150-open-guest-master-module
           perform 160-load-rate-table-module
           perform 161-load-room-inventory-module
           perform 167-load-room-master-module
           perform 162-load-tax-table-module
           perform 163-load-routing-module
           perform 164-load-tax-exempt-module
           perform 168-load-call-plan-module
           perform 172-load-carry-forward-module
           perform 174-load-cfwd-control-module
           perform 176-load-room-postings-module
           perform 170-read-next-call-module
           perform 180-read-next-payment-module
           perform 185-read-next-adjustment-module
               perform 315-adjustment-audit-header-module
               perform 300-header-module
           end-if
           perform until are-there-more-records = "no "
               read guest-data
                   at end
                       move "no " to are-there-more-records
                   not at end
                       perform 405-redirect-guest-module
                       if skipping-flag = "Y"
                           perform 535-skip-call-detail-module
                           perform 546-skip-payment-module
                           perform 549-skip-adjustment-module
                           perform 547-skip-posting-module
                           perform 548-skip-carry-module
                           perform 503-skip-room-posting-module
                           if guest-id-in = resume-guest-id
                               move "N" to skipping-flag
                           end-if
           end-if
           perform 580-carry-unmatched-module
           perform 585-aged-total-module
           perform 508-carry-room-postings-module
           if room-post-overflow-count > 0
               perform 527-room-post-overflow-suspense-module
           end-if
           if carry-overflow-count > 0
               perform 586-carry-overflow-suspense-module
           end-if
           perform 930-statistics-module
           perform 940-revenue-ledger-module
           close guest-data
                   guest-master
                   call-detail-file
                   payments-file
                   postings-file
                        postings-file
                        adjustments-file
           open output folio-inquiry
           perform 150-open-guest-master-module
           perform 160-load-rate-table-module
           perform 162-load-tax-table-module
           perform 163-load-routing-module
           perform 168-load-call-plan-module
           perform 172-load-carry-forward-module
           perform 174-load-cfwd-control-module
           perform 176-load-room-postings-module
           perform 170-read-next-call-module
           perform 180-read-next-payment-module
           perform 185-read-next-adjustment-module
               accept today-date from date yyyymmdd
           end-if
           perform 165-resolve-tax-rates-module
           move inquiry-guest-id to gm-guest-id
           read guest-master
               invalid key
                   continue
               not invalid key
                   if gm-merge-to-id not = spaces
                       move gm-merge-to-id to inquiry-guest-id
                   end-if
           end-read
           perform until are-there-more-records = "no "
               read guest-data
                   at end
                       move "no " to are-there-more-records
                   not at end
                       perform 405-redirect-guest-module
                       if guest-id-in = inquiry-guest-id
                           move "Y" to inquiry-found-flag
                           perform 300-header-module
               write inquiry-line from print-inquiry-note
           end-if
           close guest-data
                   guest-master
                   call-detail-file
                   payments-file
                   postings-file
               not at end
                   continue
           end-read.
       176-load-room-postings-module.
           open input room-posting-in
           perform until are-there-more-room-posts = "no "
               read room-posting-in
                   at end
                       move "no " to are-there-more-room-posts
                   not at end
                       if room-post-count < 2000
                           add 1 to room-post-count
                           set rp-idx to room-post-count
                           perform 177-redirect-room-post-module
                           move rpi-guest-id to rpt-guest-id(rp-idx)
                           move rpi-room-amt to rpt-room-amt(rp-idx)
                           move rpi-tax-amt  to rpt-tax-amt(rp-idx)
                           move "N" to rpt-billed-flag(rp-idx)
                       else
                           add 1 to room-post-overflow-count
                       end-if
               end-read
           end-perform
           close room-posting-in.
       177-redirect-room-post-module.
           move rpi-guest-id to gm-guest-id
           read guest-master
               invalid key
                   continue
               not invalid key
                   if gm-merge-to-id not = spaces
                       move gm-merge-to-id to rpi-guest-id
                   end-if
           end-read.
       180-read-next-payment-module.
           read payments-file
               at end
               write restart-record
           end-perform
           close restart-file.
       150-open-guest-master-module.
           open input guest-master.
       160-load-rate-table-module.
           open input rate-table-file
           perform until are-there-more-rates = "no "
               end-read
           end-perform
           close room-inventory.
       167-load-room-master-module.
           open input room-master
           perform until are-there-more-rooms = "no "
               read room-master
                   at end
                       move "no " to are-there-more-rooms
                   not at end
                       if rm-hk-status = "X"
                           add 1 to rooms-out-of-order
                           move rm-room-type to stat-search-type
                           perform 631-find-stat-entry-module
                           if stat-found-flag = "Y"
                               and st-rooms-avail(st-idx) > 0
                               subtract 1 from st-rooms-avail(st-idx)
                           end-if
                       end-if
               end-read
           end-perform
           close room-master.
       631-find-stat-entry-module.
           move "N" to stat-found-flag
           perform varying st-idx from 1 by 1
           move print-listing to listing-out
           perform 205-write-folio-line-module
           perform 415-print-guest-info-module
           perform 416-print-room-module
           perform 450-print-currency-module
           perform 440-print-calls-module
           perform 442-print-postings-module
               add total-charge to run-total-charge
               add total-payments to run-total-payments
           end-if.
       405-redirect-guest-module.
           move guest-id-in to gm-guest-id
           read guest-master
               invalid key
                   continue
               not invalid key
                   if gm-merge-to-id not = spaces
                       move gm-merge-to-id to guest-id-in
                   end-if
           end-read.
       410-lookup-guest-module.
           move "N" to gm-found-flag
           move spaces to vip-out
           move spaces to gm-current-address
           move spaces to gm-current-phone
           move guest-id-in to gm-guest-id
           read guest-master
               invalid key
                   continue
               not invalid key
                   move "Y" to gm-found-flag
                   move gm-address to gm-current-address
                   move gm-phone   to gm-current-phone
                   if gm-vip-flag = "Y"
                       move "*" to vip-out
                   end-if
           end-read.
       415-print-guest-info-module.
           if gm-found-flag = "Y"
               perform 200-page-module
               move print-guest-info-line to listing-out
               perform 205-write-folio-line-module
           end-if.
       416-print-room-module.
           if room-no-in not = spaces
               perform 200-page-module
               move spaces to listing-out
               move room-no-in to RN-room-out
               move print-room-line to listing-out
               perform 205-write-folio-line-module
           end-if.
       500-totalling-module.
           move nights-out to night-calc
           move nights-out to night-var
           compute night-factor = night-var / 5
           compute night-calc = night-calc - night-factor
           perform 502-posted-room-module
           perform 510-rate-lookup-module
           if room-posted-flag = "Y"
               move posted-room-amt to total-room-char
               move total-room-char to total-room-out
               if posted-nights-count not = nights-in
                   perform 504-posted-nights-suspense-module
               end-if
           else
               if rt-found-flag = "Y"
                  Then
                   compute total-room-char rounded =
                           night-calc * rt-current-rate
                   compute room-factor rounded =
                           rt-current-discount * night-factor
                   compute total-room-char =
                           total-room-char + room-factor
                   perform 540-loyalty-discount-module
                   move total-room-char to total-room-out
                  else
                   move zeros to total-room-char
                   move zeros to total-room-out
                   perform 520-suspense-module
                  end-if
           end-if
            move zeros to room-factor
            move zeros to night-factor
            perform 530-call-detail-module
                move zeros to tax-anc-amt
                move zeros to total-factor
            else
                if room-posted-flag = "Y"
                    compute tax-room-amt rounded = posted-tax-amt
                            + (total-room-char - posted-room-amt)
                            * tax-room-rate / 100
                else
                    compute tax-room-amt rounded =
                            total-room-char * tax-room-rate / 100
                end-if
                compute tax-tel-amt rounded =
                        total-telephone * tax-tel-rate / 100
                compute tax-anc-amt rounded =
            perform 505-routing-module
            move folio-total-charge to total-charge-out
            perform 550-currency-conversion-module.
       502-posted-room-module.
           move "N" to room-posted-flag
           move zeros to posted-nights-count
           move zeros to posted-room-amt
           move zeros to posted-tax-amt
           perform varying rp-idx from 1 by 1
                   until rp-idx > room-post-count
               if rpt-guest-id(rp-idx) = guest-id-in
                   and rpt-billed-flag(rp-idx) not = "Y"
                   move "Y" to room-posted-flag
                   move "Y" to rpt-billed-flag(rp-idx)
                   add 1 to posted-nights-count
                   add rpt-room-amt(rp-idx) to posted-room-amt
                   add rpt-tax-amt(rp-idx) to posted-tax-amt
               end-if
           end-perform.
       503-skip-room-posting-module.
           perform varying rp-idx from 1 by 1
                   until rp-idx > room-post-count
               if rpt-guest-id(rp-idx) = guest-id-in
                   move "Y" to rpt-billed-flag(rp-idx)
               end-if
           end-perform.
       504-posted-nights-suspense-module.
           if inquiry-mode-flag not = "Y"
               move spaces to suspense-line
               move guest-out to SU-guest-name
               move room-type-out to SU-raw-code
               move "POSTED NIGHTS DIFFER FROM STAY" to SU-reason
               write suspense-line from print-suspense-detail
           end-if.
       508-carry-room-postings-module.
           open output room-posting-out
           open input room-posting-in
           move zeros to room-post-read-count
           move "yes" to are-there-more-room-posts
           perform until are-there-more-room-posts = "no "
               read room-posting-in
                   at end
                       move "no " to are-there-more-room-posts
                   not at end
                       add 1 to room-post-read-count
                       if room-post-read-count > room-post-count
                           write room-posting-out-record
                               from room-posting-in-record
                       else
                           set rp-idx to room-post-read-count
                           if rpt-billed-flag(rp-idx) not = "Y"
                               write room-posting-out-record
                                   from room-posting-in-record
                           end-if
                       end-if
               end-read
           end-perform
           close room-posting-in
                   room-posting-out.
       505-routing-module.
           move "N" to route-room-flag
           move "N" to route-tel-flag
               move "UNRECOGNIZED ROOM TYPE CODE" to SU-reason
               write suspense-line from print-suspense-detail
           end-if.
       527-room-post-overflow-suspense-module.
           move spaces to suspense-line
           move spaces to SU-guest-name
           move spaces to SU-raw-code
           move "ROOM POSTING TABLE FULL" to SU-reason
           write suspense-line from print-suspense-detail.
       526-group-overflow-suspense-module.
           move spaces to suspense-line
           move zeros to total-payments
           move zeros to pay-buffer-count
           move zeros to pay-extra-count
           move zeros to pay-method-count
           perform until are-there-more-payments = "no "
                   or py-guest-id not = guest-id-in
               add py-amount to total-payments
               perform 557-accumulate-pay-method-module
               if pay-buffer-count < 10
                   add 1 to pay-buffer-count
                   set py-buf-idx to pay-buffer-count
           end-perform
           compute balance-due =
                   folio-total-charge - total-payments.
       557-accumulate-pay-method-module.
           move "N" to pmt-found-flag
           perform varying pmt-idx from 1 by 1
                   until pmt-idx > pay-method-count
               if pmt-method(pmt-idx) = py-method
                   move "Y" to pmt-found-flag
                   exit perform
               end-if
           end-perform
           if pmt-found-flag not = "Y"
               and pay-method-count < 10
               add 1 to pay-method-count
               set pmt-idx to pay-method-count
               move py-method to pmt-method(pmt-idx)
               move zeros to pmt-amount(pmt-idx)
               move "Y" to pmt-found-flag
           end-if
           if pmt-found-flag = "Y"
               add py-amount to pmt-amount(pmt-idx)
           end-if.
       532-band-lookup-module.
           move -1 to band-best-len
           move ld-rate-per-minute to band-rate
                   end-string
                   write gl-extract-line
               end-if
           end-perform
           perform varying pmt-idx from 1 by 1
                   until pmt-idx > pay-method-count
               move pmt-amount(pmt-idx) to gl-pay-out
               move spaces to gl-extract-line
               string "P"                       delimited by size
                      gl-delimiter              delimited by size
                      guest-id-in              delimited by size
                      gl-delimiter              delimited by size
                      pmt-method(pmt-idx)       delimited by size
                      gl-delimiter              delimited by size
                      function trim(gl-pay-out)  delimited by size
                      gl-delimiter              delimited by size
                      function trim(gl-run-out)  delimited by size
                   into gl-extract-line
               end-string
               write gl-extract-line
           end-perform.
       610-ar-posting-module.
           if balance-due > 0
           move total-ancillary to fh-anc-amt
           move total-factor    to fh-tax-amt
           move total-charge    to fh-total-amt
           move room-no-in      to fh-room-no
           move agent-id-in     to fh-agent-id
           write folio-history-record.
       460-accumulate-group-module.
           if group-id-in not = spaces
           write stats-line from print-stats-header
           move spaces to stats-line
           move stats-period-days to SR-days-out
           move rooms-out-of-order to SR-ooo-out
           write stats-line from print-stats-period-line
           move spaces to stats-line
           write stats-line from print-stats-column-header
