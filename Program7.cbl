       file-control. select folio-history assign to "folioHist.dat"
                           organization is line sequential.
                     select guest-master assign to "guestmst.dat"
                           organization is indexed
                           access mode is random
                           record key is gm-guest-id.
                     select history-listing assign to "histRpt.txt"
                           organization is line sequential.
       data division.
           05 fh-anc-amt       pic 9(6)V99.
           05 fh-tax-amt       pic 9(7)V99.
           05 fh-total-amt     pic 9(9)V99.
           05 fh-room-no       pic X(4).
           05 fh-agent-id      pic X(6).

       fd guest-master.
       01 guest-master-record.
           05 gm-address       pic X(30).
           05 gm-phone         pic X(12).
           05 gm-vip-flag      pic X.
           05 gm-merge-to-id   pic X(6).

       fd history-listing.
       01 history-line         pic X(90).
       working-storage section.
       01  are-there-more-records  pic XXX value "yes".
       01  report-option-in     pic X(20) value spaces.
       01  report-mode          pic X value "G".
       01  lookup-guest-id      pic X(6) value spaces.
       01  summary-year         pic X(4) value spaces.
       01  gm-lookup-name       pic X(20) value spaces.
       01  today-date           pic 9(8) value zeros.
       01  stay-counts.
                       guest-master
           open output history-listing
           accept today-date from date yyyymmdd
           if report-mode = "Y"
               perform 300-summary-header-module
           else
                   guest-master
                   history-listing
           stop run.
       160-lookup-guest-name-module.
           move spaces to gm-lookup-name
           move lookup-guest-id to gm-guest-id
           read guest-master
               invalid key
                   continue
               not invalid key
                   move gm-guest-name to gm-lookup-name
           end-read.
       300-summary-header-module.
           move spaces to history-line
           move summary-year to SH-year-out
