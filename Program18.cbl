       identification division.
       program-id. Program18.
       author. Zac_Paladino.

       environment division.
       input-output section.
       file-control. select folio-history assign to "folioHist.dat"
                           organization is line sequential.
                     select agent-master assign to "agentMst.dat"
                           organization is line sequential.
                     select statement-listing assign to "comStmt.txt"
                           organization is line sequential.
                     select payables-extract assign to "comPay.dat"
                           organization is line sequential.
                     select exception-listing assign to "comExcp.txt"
                           organization is line sequential.
                     select optional run-control-file
                           assign to "runCtl.dat"
                           organization is line sequential.
       data division.
       file section.
       fd folio-history.
       01 folio-history-record.
           05 fh-guest-id      pic X(6).
           05 fh-bill-date     pic 9(8).
           05 fh-nights        pic 99.
           05 fh-room-type     pic X.
           05 fh-room-amt      pic 9(8)V99.
           05 fh-tel-amt       pic 9(7)V99.
           05 fh-anc-amt       pic 9(6)V99.
           05 fh-tax-amt       pic 9(7)V99.
           05 fh-total-amt     pic 9(9)V99.
           05 fh-room-no       pic X(4).
           05 fh-agent-id      pic X(6).

       fd agent-master.
       01 agent-master-record.
           05 ag-agent-id      pic X(6).
           05 ag-agent-name    pic X(20).
           05 ag-address       pic X(30).
           05 ag-comm-pct      pic 9(2)V99.

       fd statement-listing.
       01 statement-line       pic X(90).

       fd payables-extract.
       01 payables-record.
           05 cp-agent-id      pic X(6).
           05 cp-agent-name    pic X(20).
           05 cp-period        pic 9(6).
           05 cp-stays         pic 9(5).
           05 cp-room-revenue  pic 9(9)V99.
           05 cp-comm-pct      pic 9(2)V99.
           05 cp-commission    pic 9(7)V99.

       fd exception-listing.
       01 exception-line       pic X(90).

       fd run-control-file.
       01 run-control-record.
           05 rc-business-date pic 9(8).
           05 rc-run-number    pic 9(4).
           05 rc-status        pic X.
       working-storage section.
       01  are-there-more-records  pic XXX value "yes".
       01  are-there-more-agents   pic XXX value "yes".
       01  business-date        pic 9(8) value zeros.
       01  run-control-found    pic X value "N".
       01  period-option-in     pic X(20) value spaces.
       01  report-period        pic 9(6) value zeros.
       01  agent-table.
           05 agent-entry occurs 200 times indexed by ag-idx.
               10 ag-tbl-id        pic X(6).
               10 ag-tbl-name      pic X(20).
               10 ag-tbl-address   pic X(30).
               10 ag-tbl-pct       pic 9(2)V99.
               10 ag-tbl-stays     pic 9(5).
               10 ag-tbl-room      pic 9(9)V99.
               10 ag-tbl-comm      pic 9(7)V99.
       01  agent-table-count    pic 9(4) value zeros.
       01  agent-overflow-count pic 9(4) value zeros.
       01  agent-found-flag     pic X value "N".
       01  stay-table.
           05 stay-entry occurs 3000 times indexed by sy-idx.
               10 sy-agent-sub     pic 9(4).
               10 sy-guest-id      pic X(6).
               10 sy-bill-date     pic 9(8).
               10 sy-nights        pic 99.
               10 sy-room-amt      pic 9(8)V99.
               10 sy-comm-amt      pic 9(7)V99.
       01  stay-table-count     pic 9(4) value zeros.
       01  stay-overflow-count  pic 9(6) value zeros.
       01  agent-sub            pic 9(4) value zeros.
       01  stay-commission      pic 9(7)V99 value zeros.
       01  commission-counts.
           05 history-read-count   pic 9(6) value zeros.
           05 period-stay-count    pic 9(6) value zeros.
           05 direct-stay-count    pic 9(6) value zeros.
           05 agent-stay-count     pic 9(6) value zeros.
           05 exception-count      pic 9(6) value zeros.
           05 payables-count       pic 9(6) value zeros.
       01  commission-totals.
           05 total-room-revenue   pic 9(10)V99 value zeros.
           05 total-commission     pic 9(9)V99 value zeros.
           05 total-exception-room pic 9(10)V99 value zeros.
       01  print-statement-header.
           05                  pic X(20) value spaces.
           05 SH-title         pic X(34) value
                   "AGENT COMMISSION STATEMENT PERIOD".
           05 SH-period-out    pic 9(6).
       01  print-agent-header.
           05                  pic X(5) value spaces.
           05 AH-id-lbl        pic X(7) value "AGENT: ".
           05 AH-id-out        pic X(6).
           05                  pic X(2) value spaces.
           05 AH-name-out      pic X(20).
           05                  pic X(2) value spaces.
           05 AH-pct-lbl       pic X(7) value "RATE: ".
           05 AH-pct-out       pic Z9.99.
           05 AH-pct-sign      pic X(2) value " %".
       01  print-agent-address.
           05                  pic X(12) value spaces.
           05 AA-address-out   pic X(30).
       01  print-statement-column-header.
           05                  pic X(9) value spaces.
           05 SC-guest-lbl     pic X(8) value "GUEST ID".
           05                  pic X(3) value spaces.
           05 SC-date-lbl      pic X(9) value "BILL DATE".
           05                  pic X(3) value spaces.
           05 SC-nights-lbl    pic X(6) value "NIGHTS".
           05                  pic X(6) value spaces.
           05 SC-room-lbl      pic X(12) value "ROOM REVENUE".
           05                  pic X(4) value spaces.
           05 SC-comm-lbl      pic X(10) value "COMMISSION".
       01  print-statement-detail.
           05                  pic X(9) value spaces.
           05 SD-guest-out     pic X(6).
           05                  pic X(5) value spaces.
           05 SD-date-out      pic 9(8).
           05                  pic X(6) value spaces.
           05 SD-nights-out    pic Z9.
           05                  pic X(5) value spaces.
           05 SD-room-out      pic $$$,$$$,$$9.99.
           05                  pic X(2) value spaces.
           05 SD-comm-out      pic $$,$$$,$$9.99.
       01  print-agent-total.
           05                  pic X(9) value spaces.
           05 AT-label         pic X(14) value "AGENT TOTAL".
           05 AT-stays-out     pic ZZ,ZZ9.
           05 AT-stays-lbl     pic X(7) value " STAYS".
           05                  pic X(1) value spaces.
           05 AT-room-out      pic $$$,$$$,$$9.99.
           05                  pic X(2) value spaces.
           05 AT-comm-out      pic $$,$$$,$$9.99.
       01  print-exception-header.
           05                  pic X(20) value spaces.
           05 XH-title         pic X(34) value
                   "COMMISSION EXCEPTIONS PERIOD".
           05 XH-period-out    pic 9(6).
       01  print-exception-column-header.
           05                  pic X(5) value spaces.
           05 XC-agent-lbl     pic X(8) value "AGENT ID".
           05                  pic X(3) value spaces.
           05 XC-guest-lbl     pic X(8) value "GUEST ID".
           05                  pic X(3) value spaces.
           05 XC-date-lbl      pic X(9) value "BILL DATE".
           05                  pic X(4) value spaces.
           05 XC-room-lbl      pic X(12) value "ROOM REVENUE".
           05                  pic X(3) value spaces.
           05 XC-reason-lbl    pic X(6) value "REASON".
       01  print-exception-detail.
           05                  pic X(5) value spaces.
           05 XD-agent-out     pic X(6).
           05                  pic X(5) value spaces.
           05 XD-guest-out     pic X(6).
           05                  pic X(5) value spaces.
           05 XD-date-out      pic 9(8).
           05                  pic X(3) value spaces.
           05 XD-room-out      pic $$$,$$$,$$9.99.
           05                  pic X(2) value spaces.
           05 XD-reason-out    pic X(25).
       01  print-commission-total.
           05                  pic X(5) value spaces.
           05 CT-label         pic X(25).
           05                  pic X(2) value spaces.
           05 CT-count-out     pic ZZZ,ZZ9.
       01  print-commission-amount.
           05                  pic X(5) value spaces.
           05 CA-label         pic X(25).
           05                  pic X(2) value spaces.
           05 CA-amount-out    pic $$$,$$$,$$9.99.
       01  print-commission-note.
           05                  pic X(5) value spaces.
           05 CN-text          pic X(60).
       procedure division.
       100-main-module.
           accept period-option-in from command-line
           perform 105-load-run-control-module
           if run-control-found not = "Y"
               accept business-date from date yyyymmdd
           end-if
           if period-option-in(1:6) is numeric
               move period-option-in(1:6) to report-period
           else
               move business-date(1:6) to report-period
           end-if
           open input folio-history
           open output statement-listing
                       payables-extract
                       exception-listing
           perform 150-load-agent-master-module
           perform 300-exception-header-module
           perform until are-there-more-records = "no "
               read folio-history
                   at end
                       move "no " to are-there-more-records
                   not at end
                       add 1 to history-read-count
                       if fh-bill-date(1:6) = report-period
                           add 1 to period-stay-count
                           perform 400-commission-stay-module
                       end-if
               end-read
           end-perform
           perform 310-statement-header-module
           perform varying ag-idx from 1 by 1
                   until ag-idx > agent-table-count
               if ag-tbl-stays(ag-idx) > 0
                   perform 500-agent-statement-module
                   perform 600-payables-extract-module
               end-if
           end-perform
           perform 900-commission-totals-module
           close folio-history
                   statement-listing
                   payables-extract
                   exception-listing
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
       150-load-agent-master-module.
           open input agent-master
           perform until are-there-more-agents = "no "
               read agent-master
                   at end
                       move "no " to are-there-more-agents
                   not at end
                       if agent-table-count < 200
                           add 1 to agent-table-count
                           set ag-idx to agent-table-count
                           move ag-agent-id   to ag-tbl-id(ag-idx)
                           move ag-agent-name to ag-tbl-name(ag-idx)
                           move ag-address    to ag-tbl-address(ag-idx)
                           move ag-comm-pct   to ag-tbl-pct(ag-idx)
                           move zeros to ag-tbl-stays(ag-idx)
                           move zeros to ag-tbl-room(ag-idx)
                           move zeros to ag-tbl-comm(ag-idx)
                       else
                           add 1 to agent-overflow-count
                       end-if
               end-read
           end-perform
           close agent-master.
       300-exception-header-module.
           move spaces to exception-line
           move report-period to XH-period-out
           write exception-line from print-exception-header
           move spaces to exception-line
           write exception-line from print-exception-column-header
               before advancing 2 line.
       310-statement-header-module.
           move spaces to statement-line
           move report-period to SH-period-out
           write statement-line from print-statement-header.
       400-commission-stay-module.
           if fh-agent-id = spaces
               add 1 to direct-stay-count
           else
               move "N" to agent-found-flag
               perform varying ag-idx from 1 by 1
                       until ag-idx > agent-table-count
                   if ag-tbl-id(ag-idx) = fh-agent-id
                       move "Y" to agent-found-flag
                       exit perform
                   end-if
               end-perform
               if agent-found-flag = "Y"
                   perform 410-accrue-commission-module
               else
                   add 1 to exception-count
                   add fh-room-amt to total-exception-room
                   move spaces to exception-line
                   move fh-agent-id  to XD-agent-out
                   move fh-guest-id  to XD-guest-out
                   move fh-bill-date to XD-date-out
                   move fh-room-amt  to XD-room-out
                   move "AGENT NOT ON AGENT MASTER" to XD-reason-out
                   write exception-line from print-exception-detail
               end-if
           end-if.
       410-accrue-commission-module.
           add 1 to agent-stay-count
           compute stay-commission rounded =
                   fh-room-amt * ag-tbl-pct(ag-idx) / 100
           add 1 to ag-tbl-stays(ag-idx)
           add fh-room-amt to ag-tbl-room(ag-idx)
           add stay-commission to ag-tbl-comm(ag-idx)
           add fh-room-amt to total-room-revenue
           add stay-commission to total-commission
           if stay-table-count < 3000
               add 1 to stay-table-count
               set sy-idx to stay-table-count
               set agent-sub to ag-idx
               move agent-sub       to sy-agent-sub(sy-idx)
               move fh-guest-id     to sy-guest-id(sy-idx)
               move fh-bill-date    to sy-bill-date(sy-idx)
               move fh-nights       to sy-nights(sy-idx)
               move fh-room-amt     to sy-room-amt(sy-idx)
               move stay-commission to sy-comm-amt(sy-idx)
           else
               add 1 to stay-overflow-count
           end-if.
       500-agent-statement-module.
           move spaces to statement-line
           write statement-line
           move ag-tbl-id(ag-idx)   to AH-id-out
           move ag-tbl-name(ag-idx) to AH-name-out
           move ag-tbl-pct(ag-idx)  to AH-pct-out
           move spaces to statement-line
           write statement-line from print-agent-header
           move ag-tbl-address(ag-idx) to AA-address-out
           move spaces to statement-line
           write statement-line from print-agent-address
           move spaces to statement-line
           write statement-line from print-statement-column-header
           set agent-sub to ag-idx
           perform varying sy-idx from 1 by 1
                   until sy-idx > stay-table-count
               if sy-agent-sub(sy-idx) = agent-sub
                   move spaces to statement-line
                   move sy-guest-id(sy-idx)  to SD-guest-out
                   move sy-bill-date(sy-idx) to SD-date-out
                   move sy-nights(sy-idx)    to SD-nights-out
                   move sy-room-amt(sy-idx)  to SD-room-out
                   move sy-comm-amt(sy-idx)  to SD-comm-out
                   write statement-line from print-statement-detail
               end-if
           end-perform
           move spaces to statement-line
           move ag-tbl-stays(ag-idx) to AT-stays-out
           move ag-tbl-room(ag-idx)  to AT-room-out
           move ag-tbl-comm(ag-idx)  to AT-comm-out
           write statement-line from print-agent-total.
       600-payables-extract-module.
           move ag-tbl-id(ag-idx)    to cp-agent-id
           move ag-tbl-name(ag-idx)  to cp-agent-name
           move report-period        to cp-period
           move ag-tbl-stays(ag-idx) to cp-stays
           move ag-tbl-room(ag-idx)  to cp-room-revenue
           move ag-tbl-pct(ag-idx)   to cp-comm-pct
           move ag-tbl-comm(ag-idx)  to cp-commission
           write payables-record
           add 1 to payables-count.
       900-commission-totals-module.
           move spaces to statement-line
           write statement-line
           move "HISTORY RECORDS READ     " to CT-label
           move history-read-count to CT-count-out
           write statement-line from print-commission-total
           move "STAYS IN PERIOD          " to CT-label
           move period-stay-count to CT-count-out
           write statement-line from print-commission-total
           move "DIRECT - NO AGENT        " to CT-label
           move direct-stay-count to CT-count-out
           write statement-line from print-commission-total
           move "COMMISSIONABLE STAYS     " to CT-label
           move agent-stay-count to CT-count-out
           write statement-line from print-commission-total
           move "EXCEPTIONS - NOT PAID    " to CT-label
           move exception-count to CT-count-out
           write statement-line from print-commission-total
           move "AGENTS EXTRACTED FOR AP  " to CT-label
           move payables-count to CT-count-out
           write statement-line from print-commission-total
           move "COMMISSIONABLE ROOM REV  " to CA-label
           move total-room-revenue to CA-amount-out
           write statement-line from print-commission-amount
           move "COMMISSION PAYABLE       " to CA-label
           move total-commission to CA-amount-out
           write statement-line from print-commission-amount
           if stay-overflow-count > 0
               move "STAYS NOT ITEMIZED       " to CT-label
               move stay-overflow-count to CT-count-out
               write statement-line from print-commission-total
           end-if
           if agent-overflow-count > 0
               move "AGENTS PAST TABLE LIMIT  " to CT-label
               move agent-overflow-count to CT-count-out
               write statement-line from print-commission-total
           end-if
           move spaces to exception-line
           write exception-line
           move "EXCEPTION STAYS          " to CT-label
           move exception-count to CT-count-out
           write exception-line from print-commission-total
           move "ROOM REVENUE NOT PAID    " to CA-label
           move total-exception-room to CA-amount-out
           write exception-line from print-commission-amount.
