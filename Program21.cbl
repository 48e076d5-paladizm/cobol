       identification division.
       program-id. Program21.
       author. Zac_Paladino.

       environment division.
       input-output section.
       file-control. select gl-extract assign to "guestGL.txt"
                           organization is line sequential.
                     select optional recon-listing
                           assign to "glRecon.txt"
                           organization is line sequential.
                     select coa-map-file assign to "coaMap.dat"
                           organization is line sequential.
                     select journal-file assign to "jrnl.dat"
                           organization is line sequential.
                     select journal-listing assign to "jrnlRpt.txt"
                           organization is line sequential.
                     select optional run-control-file
                           assign to "runCtl.dat"
                           organization is line sequential.
       data division.
       file section.
       fd gl-extract.
       01 gl-extract-line      pic X(120).
       fd recon-listing.
       01 recon-line           pic X(90).

       fd coa-map-file.
       01 coa-map-record.
           05 cm-map-type      pic X.
           05 cm-map-code      pic X(2).
           05 cm-gl-account    pic X(10).
           05 cm-description   pic X(20).

       fd journal-file.
       01 journal-record.
           05 jr-journal-date  pic 9(8).
           05 jr-run-number    pic 9(4).
           05 jr-line-no       pic 9(4).
           05 jr-gl-account    pic X(10).
           05 jr-dr-cr         pic X.
           05 jr-amount        pic 9(9)V99.
           05 jr-description   pic X(20).

       fd journal-listing.
       01 journal-line         pic X(90).

       fd run-control-file.
       01 run-control-record.
           05 rc-business-date pic 9(8).
           05 rc-run-number    pic 9(4).
           05 rc-status        pic X.
       working-storage section.
       01  are-there-more-lines pic XXX value "yes".
       01  are-there-more-maps  pic XXX value "yes".
       01  are-there-more-recon pic XXX value "yes".
       01  gl-rec-type          pic X value spaces.
       01  gl-field-2           pic X(15) value spaces.
       01  gl-field-3           pic X(15) value spaces.
       01  gl-field-4           pic X(15) value spaces.
       01  gl-field-5           pic X(15) value spaces.
       01  gl-field-6           pic X(15) value spaces.
       01  gl-field-7           pic X(15) value spaces.
       01  gl-field-8           pic X(15) value spaces.
       01  gl-field-9           pic X(15) value spaces.
       01  gl-field-10          pic X(15) value spaces.
       01  gl-field-11          pic X(15) value spaces.
       01  gl-field-12          pic X(15) value spaces.
       01  extract-amt          pic s9(9)V99 value zeros.
       01  business-date        pic 9(8) value zeros.
       01  run-control-found    pic X value "N".
       01  journal-run-number   pic 9(4) value zeros.
       01  recon-balanced-flag  pic X value "N".
       01  journal-error-flag   pic X value "N".
       01  coa-map-table.
           05 coa-map-entry occurs 200 times indexed by cm-idx.
               10 cmt-map-type     pic X.
               10 cmt-map-code     pic X(2).
               10 cmt-gl-account   pic X(10).
               10 cmt-description  pic X(20).
       01  coa-map-count        pic 9(4) value zeros.
       01  coa-map-overflow-count pic 9(4) value zeros.
       01  map-found-flag       pic X value "N".
       01  suspense-account     pic X(10) value "999999".
       01  suspense-description pic X(20) value
               "SUSPENSE - UNMAPPED".
       01  post-entry.
           05 post-map-type     pic X.
           05 post-map-code     pic X(2).
           05 post-dr-cr        pic X.
           05 post-amount       pic 9(9)V99.
           05 post-ref-id       pic X(6).
           05 post-account      pic X(10).
           05 post-description  pic X(20).
       01  journal-table.
           05 journal-entry occurs 300 times indexed by jt-idx.
               10 jt-gl-account    pic X(10).
               10 jt-dr-cr         pic X.
               10 jt-description   pic X(20).
               10 jt-amount        pic 9(9)V99.
       01  journal-table-count  pic 9(4) value zeros.
       01  journal-overflow-count pic 9(4) value zeros.
       01  journal-found-flag   pic X value "N".
       01  sort-sub             pic 9(4) value zeros.
       01  sort-sub2            pic 9(4) value zeros.
       01  sort-swap-entry      pic X(42).
       01  journal-counts.
           05 extract-read-count   pic 9(6) value zeros.
           05 unknown-type-count   pic 9(6) value zeros.
           05 unmapped-count       pic 9(6) value zeros.
           05 journal-write-count  pic 9(6) value zeros.
       01  journal-totals.
           05 total-debit-amt      pic 9(10)V99 value zeros.
           05 total-credit-amt     pic 9(10)V99 value zeros.
           05 suspense-amt         pic 9(10)V99 value zeros.
       01  print-journal-header.
           05                  pic X(20) value spaces.
           05 JH-title         pic X(30) value
                   "GL JOURNAL ENTRY REGISTER".
           05 JH-date-out      pic 9(8).
           05                  pic X(2) value spaces.
           05 JH-run-lbl       pic X(4) value "RUN ".
           05 JH-run-out       pic ZZZ9.
       01  print-exception-header.
           05                  pic X(5) value spaces.
           05 EH-title         pic X(40) value
                   "UNMAPPED AMOUNTS POSTED TO SUSPENSE".
       01  print-exception-column-header.
           05                  pic X(5) value spaces.
           05 EC-type-lbl      pic X(4) value "TYPE".
           05                  pic X(2) value spaces.
           05 EC-ref-lbl       pic X(6) value "REF ID".
           05                  pic X(2) value spaces.
           05 EC-map-lbl       pic X(3) value "MAP".
           05                  pic X(3) value spaces.
           05 EC-drcr-lbl      pic X(5) value "DR/CR".
           05                  pic X(9) value spaces.
           05 EC-amount-lbl    pic X(6) value "AMOUNT".
       01  print-exception-detail.
           05                  pic X(6) value spaces.
           05 EX-type-out      pic X.
           05                  pic X(5) value spaces.
           05 EX-ref-out       pic X(6).
           05                  pic X(2) value spaces.
           05 EX-map-type-out  pic X.
           05                  pic X value "-".
           05 EX-map-code-out  pic X(2).
           05                  pic X(4) value spaces.
           05 EX-drcr-out      pic X.
           05                  pic X(3) value spaces.
           05 EX-amount-out    pic $$,$$$,$$9.99.
           05                  pic X(2) value spaces.
           05 EX-account-out   pic X(10).
       01  print-journal-column-header.
           05                  pic X(5) value spaces.
           05 JC-line-lbl      pic X(4) value "LINE".
           05                  pic X(2) value spaces.
           05 JC-account-lbl   pic X(7) value "ACCOUNT".
           05                  pic X(5) value spaces.
           05 JC-desc-lbl      pic X(11) value "DESCRIPTION".
           05                  pic X(19) value spaces.
           05 JC-debit-lbl     pic X(5) value "DEBIT".
           05                  pic X(11) value spaces.
           05 JC-credit-lbl    pic X(6) value "CREDIT".
       01  print-journal-detail.
           05                  pic X(5) value spaces.
           05 JD-line-out      pic ZZZ9.
           05                  pic X(2) value spaces.
           05 JD-account-out   pic X(10).
           05                  pic X(2) value spaces.
           05 JD-desc-out      pic X(20).
           05                  pic X(2) value spaces.
           05 JD-debit-out     pic $$$$,$$$,$$9.99.
           05                  pic X(2) value spaces.
           05 JD-credit-out    pic $$$$,$$$,$$9.99.
       01  print-journal-total.
           05                  pic X(5) value spaces.
           05 JT-label         pic X(25).
           05                  pic X(2) value spaces.
           05 JT-count-out     pic ZZZ,ZZ9.
       01  print-journal-amount.
           05                  pic X(5) value spaces.
           05 JA-label         pic X(25).
           05                  pic X(2) value spaces.
           05 JA-amount-out    pic $$$$,$$$,$$9.99.
       01  print-journal-note.
           05                  pic X(5) value spaces.
           05 JN-text          pic X(60).
       01  print-journal-verdict.
           05                  pic X(5) value spaces.
           05 JV-text          pic X(50).
       procedure division.
       100-main-module.
           perform 105-load-run-control-module
           if run-control-found not = "Y"
               accept business-date from date yyyymmdd
           end-if
           open output journal-file
                        journal-listing
           perform 300-journal-header-module
           perform 150-check-recon-module
           if recon-balanced-flag not = "Y"
               move spaces to journal-line
               move "GL EXTRACT NOT IN BALANCE - JOURNAL NOT PRODUCED"
                   to JN-text
               write journal-line from print-journal-note
               close journal-file
                       journal-listing
               display "JOURNAL NOT RUN - EXTRACT NOT BALANCED FOR "
                       business-date
               stop run
           end-if
           perform 160-load-coa-map-module
           open input gl-extract
           perform until are-there-more-lines = "no "
               read gl-extract
                   at end
                       move "no " to are-there-more-lines
                   not at end
                       add 1 to extract-read-count
                       perform 400-classify-line-module
               end-read
           end-perform
           close gl-extract
           perform 600-sort-journal-module
           perform 800-check-journal-module
           if journal-error-flag not = "Y"
               perform 700-write-journal-module
           end-if
           perform 900-journal-totals-module
           close journal-file
                   journal-listing
           if journal-error-flag = "Y"
               display "JOURNAL NOT PRODUCED - SEE REGISTER FOR "
                       business-date
           end-if
           stop run.
       105-load-run-control-module.
           open input run-control-file
           read run-control-file
               at end
                   continue
               not at end
                   move "Y" to run-control-found
                   move rc-business-date to business-date
                   move rc-run-number    to journal-run-number
           end-read
           close run-control-file.
       150-check-recon-module.
           open input recon-listing
           perform until are-there-more-recon = "no "
               read recon-listing
                   at end
                       move "no " to are-there-more-recon
                   not at end
                       if recon-line(6:18) = "*** IN BALANCE ***"
                           move "Y" to recon-balanced-flag
                       end-if
                       if recon-line(6:22) = "*** OUT OF BALANCE ***"
                           move "N" to recon-balanced-flag
                       end-if
               end-read
           end-perform
           close recon-listing.
       160-load-coa-map-module.
           open input coa-map-file
           perform until are-there-more-maps = "no "
               read coa-map-file
                   at end
                       move "no " to are-there-more-maps
                   not at end
                       if coa-map-count < 200
                           add 1 to coa-map-count
                           set cm-idx to coa-map-count
                           move cm-map-type    to cmt-map-type(cm-idx)
                           move cm-map-code    to cmt-map-code(cm-idx)
                           move cm-gl-account  to cmt-gl-account(cm-idx)
                           move cm-description
                               to cmt-description(cm-idx)
                       else
                           add 1 to coa-map-overflow-count
                       end-if
               end-read
           end-perform
           close coa-map-file
           move "S"  to post-map-type
           move "SU" to post-map-code
           perform 510-find-account-module
           if map-found-flag = "Y"
               move post-account to suspense-account
               move post-description to suspense-description
           end-if.
       300-journal-header-module.
           move spaces to journal-line
           move business-date to JH-date-out
           move journal-run-number to JH-run-out
           write journal-line from print-journal-header
               before advancing 2 line.
       400-classify-line-module.
           move spaces to gl-field-2
           move spaces to gl-field-3
           move spaces to gl-field-4
           move spaces to gl-field-5
           move spaces to gl-field-6
           move spaces to gl-field-7
           move spaces to gl-field-8
           move spaces to gl-field-9
           move spaces to gl-field-10
           move spaces to gl-field-11
           move spaces to gl-field-12
           unstring gl-extract-line delimited by "|"
               into gl-rec-type
                    gl-field-2
                    gl-field-3
                    gl-field-4
                    gl-field-5
                    gl-field-6
                    gl-field-7
                    gl-field-8
                    gl-field-9
                    gl-field-10
                    gl-field-11
                    gl-field-12
           end-unstring
           move gl-field-2(1:6) to post-ref-id
           evaluate gl-rec-type
               when "D"
                   perform 410-journal-charges-module
               when "C"
                   perform 410-journal-charges-module
               when "A"
                   perform 420-journal-dept-module
               when "P"
                   perform 430-journal-payment-module
               when "J"
                   perform 440-journal-adjustment-module
               when "T"
                   if gl-field-9 not = spaces
                       compute journal-run-number =
                               function numval(gl-field-9)
                   end-if
               when other
                   if gl-extract-line not = spaces
                       add 1 to unknown-type-count
                   end-if
           end-evaluate.
       410-journal-charges-module.
           move "C" to post-dr-cr
           move "R"  to post-map-type
           move "RM" to post-map-code
           compute post-amount = function numval(gl-field-3)
           perform 500-post-entry-module
           move "TL" to post-map-code
           compute post-amount = function numval(gl-field-4)
           perform 500-post-entry-module
           move "T"  to post-map-type
           move "RM" to post-map-code
           compute post-amount = function numval(gl-field-6)
           perform 500-post-entry-module
           move "TL" to post-map-code
           compute post-amount = function numval(gl-field-7)
           perform 500-post-entry-module
           move "AN" to post-map-code
           compute post-amount = function numval(gl-field-8)
           perform 500-post-entry-module
           move "L"  to post-map-type
           move "AR" to post-map-code
           compute extract-amt = function numval(gl-field-11)
           if extract-amt < 0
               move "C" to post-dr-cr
               compute post-amount = 0 - extract-amt
           else
               move "D" to post-dr-cr
               move extract-amt to post-amount
           end-if
           perform 500-post-entry-module.
       420-journal-dept-module.
           move "C" to post-dr-cr
           move "D" to post-map-type
           move gl-field-3(1:2) to post-map-code
           compute post-amount = function numval(gl-field-4)
           perform 500-post-entry-module.
       430-journal-payment-module.
           move "D" to post-dr-cr
           move "P" to post-map-type
           move gl-field-3(1:2) to post-map-code
           compute post-amount = function numval(gl-field-4)
           perform 500-post-entry-module.
       440-journal-adjustment-module.
           compute extract-amt = function numval(gl-field-5)
           if extract-amt < 0
               compute post-amount = 0 - extract-amt
               move "D" to post-dr-cr
           else
               move extract-amt to post-amount
               move "C" to post-dr-cr
           end-if
           move "J" to post-map-type
           move gl-field-4(1:2) to post-map-code
           perform 500-post-entry-module
           if extract-amt < 0
               move "C" to post-dr-cr
           else
               move "D" to post-dr-cr
           end-if
           if gl-field-3(1:2) = "RM" or gl-field-3(1:2) = "TL"
               move "R" to post-map-type
           else
               move "D" to post-map-type
           end-if
           move gl-field-3(1:2) to post-map-code
           perform 500-post-entry-module.
       500-post-entry-module.
           if post-amount > 0
               perform 510-find-account-module
               if map-found-flag not = "Y"
                   move suspense-account to post-account
                   move suspense-description to post-description
                   add post-amount to suspense-amt
                   perform 530-exception-line-module
               end-if
               perform 520-accumulate-journal-module
               if post-dr-cr = "D"
                   add post-amount to total-debit-amt
               else
                   add post-amount to total-credit-amt
               end-if
           end-if.
       510-find-account-module.
           move "N" to map-found-flag
           perform varying cm-idx from 1 by 1
                   until cm-idx > coa-map-count
               if cmt-map-type(cm-idx) = post-map-type
                       and cmt-map-code(cm-idx) = post-map-code
                   move "Y" to map-found-flag
                   move cmt-gl-account(cm-idx) to post-account
                   move cmt-description(cm-idx) to post-description
                   exit perform
               end-if
           end-perform.
       520-accumulate-journal-module.
           move "N" to journal-found-flag
           perform varying jt-idx from 1 by 1
                   until jt-idx > journal-table-count
               if jt-gl-account(jt-idx) = post-account
                       and jt-dr-cr(jt-idx) = post-dr-cr
                   move "Y" to journal-found-flag
                   exit perform
               end-if
           end-perform
           if journal-found-flag not = "Y"
               if journal-table-count < 300
                   add 1 to journal-table-count
                   set jt-idx to journal-table-count
                   move post-account to jt-gl-account(jt-idx)
                   move post-dr-cr to jt-dr-cr(jt-idx)
                   move post-description to jt-description(jt-idx)
                   move zeros to jt-amount(jt-idx)
                   move "Y" to journal-found-flag
               else
                   add 1 to journal-overflow-count
               end-if
           end-if
           if journal-found-flag = "Y"
               add post-amount to jt-amount(jt-idx)
           end-if.
       530-exception-line-module.
           add 1 to unmapped-count
           if unmapped-count = 1
               move spaces to journal-line
               write journal-line from print-exception-header
               move spaces to journal-line
               write journal-line from print-exception-column-header
           end-if
           move spaces to journal-line
           move gl-rec-type   to EX-type-out
           move post-ref-id   to EX-ref-out
           move post-map-type to EX-map-type-out
           move post-map-code to EX-map-code-out
           move post-dr-cr    to EX-drcr-out
           move post-amount   to EX-amount-out
           move post-account  to EX-account-out
           write journal-line from print-exception-detail.
       600-sort-journal-module.
           perform varying sort-sub from 1 by 1
                   until sort-sub >= journal-table-count
               perform varying sort-sub2 from 1 by 1
                       until sort-sub2 >= journal-table-count
                   if jt-dr-cr(sort-sub2) < jt-dr-cr(sort-sub2 + 1)
                       or (jt-dr-cr(sort-sub2) =
                               jt-dr-cr(sort-sub2 + 1)
                           and jt-gl-account(sort-sub2) >
                               jt-gl-account(sort-sub2 + 1))
                       move journal-entry(sort-sub2)
                           to sort-swap-entry
                       move journal-entry(sort-sub2 + 1)
                           to journal-entry(sort-sub2)
                       move sort-swap-entry
                           to journal-entry(sort-sub2 + 1)
                   end-if
               end-perform
           end-perform.
       700-write-journal-module.
           move spaces to journal-line
           write journal-line
           move spaces to journal-line
           write journal-line from print-journal-column-header
           perform varying jt-idx from 1 by 1
                   until jt-idx > journal-table-count
               add 1 to journal-write-count
               move business-date          to jr-journal-date
               move journal-run-number     to jr-run-number
               move journal-write-count    to jr-line-no
               move jt-gl-account(jt-idx)  to jr-gl-account
               move jt-dr-cr(jt-idx)       to jr-dr-cr
               move jt-amount(jt-idx)      to jr-amount
               move jt-description(jt-idx) to jr-description
               write journal-record
               move spaces to journal-line
               move journal-write-count    to JD-line-out
               move jt-gl-account(jt-idx)  to JD-account-out
               move jt-description(jt-idx) to JD-desc-out
               if jt-dr-cr(jt-idx) = "D"
                   move jt-amount(jt-idx) to JD-debit-out
                   move zeros to JD-credit-out
               else
                   move zeros to JD-debit-out
                   move jt-amount(jt-idx) to JD-credit-out
               end-if
               write journal-line from print-journal-detail
           end-perform.
       800-check-journal-module.
           if coa-map-overflow-count > 0
               move "Y" to journal-error-flag
               move spaces to journal-line
               move "CHART OF ACCOUNTS MAP TABLE FULL" to JN-text
               write journal-line from print-journal-note
           end-if
           if journal-overflow-count > 0
               move "Y" to journal-error-flag
               move spaces to journal-line
               move "JOURNAL TABLE FULL - ENTRIES NOT ACCUMULATED"
                   to JN-text
               write journal-line from print-journal-note
           end-if
           if unknown-type-count > 0
               move "Y" to journal-error-flag
               move spaces to journal-line
               move "UNRECOGNIZED RECORD TYPE(S) ON EXTRACT"
                   to JN-text
               write journal-line from print-journal-note
           end-if
           if total-debit-amt not = total-credit-amt
               move "Y" to journal-error-flag
               move spaces to journal-line
               move "TOTAL DEBITS DO NOT EQUAL TOTAL CREDITS"
                   to JN-text
               write journal-line from print-journal-note
           end-if.
       900-journal-totals-module.
           move spaces to journal-line
           write journal-line
           move "TOTAL DEBITS             " to JA-label
           move total-debit-amt to JA-amount-out
           write journal-line from print-journal-amount
           move "TOTAL CREDITS            " to JA-label
           move total-credit-amt to JA-amount-out
           write journal-line from print-journal-amount
           move "POSTED TO SUSPENSE       " to JA-label
           move suspense-amt to JA-amount-out
           write journal-line from print-journal-amount
           move "EXTRACT LINES READ       " to JT-label
           move extract-read-count to JT-count-out
           write journal-line from print-journal-total
           move "ACCOUNT MAP ENTRIES      " to JT-label
           move coa-map-count to JT-count-out
           write journal-line from print-journal-total
           move "UNMAPPED AMOUNTS         " to JT-label
           move unmapped-count to JT-count-out
           write journal-line from print-journal-total
           move "JOURNAL LINES WRITTEN    " to JT-label
           move journal-write-count to JT-count-out
           write journal-line from print-journal-total
           move spaces to journal-line
           if journal-error-flag = "Y"
               move "*** JOURNAL NOT PRODUCED - SEE NOTES ABOVE ***"
                   to JV-text
           else
               move "*** JOURNAL IN BALANCE ***" to JV-text
           end-if
           write journal-line from print-journal-verdict
               before advancing 2 line.
