       identification division.
       program-id. AuditFindings.
       author. Ngoc Diep Nguyen.
       date-written. 15-October-2026.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select sample-file
               assign to "../../../data/audit-sample.dat"
                   organization is line sequential
                   file status is ws-sample-status.

           select findings-file
               assign to "../../../data/audit-findings.dat"
                   organization is line sequential
                   file status is ws-findings-status.

           select output-file
               assign to "../../../data/audit-findings.out"
                   organization is line sequential.

           select audit-log
               assign to "../../../data/audit-trail.dat"
                   organization is line sequential
                   file status is ws-audit-status.

           select operator-input
               assign to "../../../data/auditfindings-input.dat"
                   organization is line sequential
                   file status is ws-script-status.

           select process-date-file
               assign to "../../../data/process-date.dat"
                   organization is line sequential
                   file status is ws-process-date-status.

           select run-mode-file
               assign to "../../../data/run-mode.dat"
                   organization is line sequential
                   file status is ws-run-mode-status.

           select console-log
               assign to "../../../data/console-log.dat"
                   organization is line sequential
                   file status is ws-console-status.

       data division.
       file section.

       fd sample-file
           data record is sample-rec
           record contains 130 characters.
       01 sample-rec.
           05 as-sample-id             pic x(10).
           05 as-rec-type              pic x.
               88 sample-parameters      value 'P'.
               88 sample-item            value 'S'.
           05 as-parameters.
               10 as-from-date         pic 9(08).
               10 as-to-date           pic 9(08).
               10 as-method            pic x.
               10 as-sample-size       pic 9(05).
               10 as-seed              pic 9(10).
               10 as-high-threshold    pic 9(07)v99.
               10 as-min-high          pic 9(03).
               10 as-min-return        pic 9(03).
               10 as-min-void          pic 9(03).
               10 as-min-override      pic 9(03).
               10 as-population        pic 9(07).
               10 as-population-value  pic 9(11)v99.
               10 as-selected          pic 9(05).
               10 as-interval          pic 9(11).
               10 as-start             pic 9(11).
               10 as-run-date          pic 9(08).
               10 filler               pic x(11).
           05 as-item redefines as-parameters.
               10 as-item-no           pic 9(05).
               10 as-invoice-no        pic x(09).
               10 as-store-no          pic xx.
               10 as-trans-date        pic 9(08).
               10 as-trans-code        pic x.
               10 as-pay-type          pic xx.
               10 as-trans-amount      pic 9(07)v99.
               10 as-cashier-id        pic x(05).
               10 as-reason            pic x(04).
               10 as-strata            pic x(04).
               10 as-ordinal           pic 9(07).
               10 filler               pic x(63).

       fd findings-file
           data record is findings-rec
           record contains 86 characters.
       01 findings-rec.
           05 af-sample-id             pic x(10).
           05 af-invoice-no            pic x(09).
           05 af-result                pic x.
           05 af-finding               pic x(40).
           05 af-operator              pic x(10).
           05 af-run-date              pic x(08).
           05 af-run-time              pic x(08).

       fd output-file
           data record is output-line
           record contains 132 characters.
       01 output-line                  pic x(132).

       fd audit-log
           data record is audit-rec.
       01 audit-rec.
           05 au-program-name          pic x(20).
           05 au-run-date              pic x(08).
           05 au-run-time              pic x(08).
           05 au-input-count           pic 9(07).
           05 au-output-count          pic 9(07).
           05 au-return-code           pic 9(03).

       fd operator-input
           data record is operator-input-rec
           record contains 44 characters.
       01 operator-input-rec           pic x(44).

       fd process-date-file
           data record is process-date-rec
           record contains 8 characters.
       01 process-date-rec.
           05 pd-business-date         pic 9(08).

       fd run-mode-file
           data record is run-mode-rec
           record contains 1 characters.
       01 run-mode-rec                 pic x.

       fd console-log
           data record is console-rec
           record contains 80 characters.
       01 console-rec                  pic x(80).

       working-storage section.

       01 ws-run-mode-status            pic xx value spaces.
       01 ws-process-date-status        pic xx value spaces.
       01 ws-process-date               pic 9(08) value 0.
       01 ws-date-override-flag         pic x value 'N'.
           88 date-overridden            value 'Y'.
       01 ws-console-status             pic xx value spaces.
       01 ws-batch-flag                 pic x value 'N'.
           88 batch-mode                 value 'Y'.
       01 ws-console-line               pic x(80) value spaces.
       01 ws-script-status              pic xx value spaces.
       01 ws-script-eof-flag            pic x value 'N'.
       01 ws-script-line                pic x(44) value spaces.

       01 ws-sample-status              pic xx value spaces.
       01 ws-findings-status            pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.

       01 ws-operator                   pic x(10) value spaces.
       01 ws-signed-on-flag             pic x value 'N'.

       01 sign-on-comm.
           05 so-operator-id           pic x(10).
           05 so-password              pic x(10).
           05 so-status                pic x.
               88 sign-on-good           value 'Y'.
           05 so-name                  pic x(20).
           05 so-role                  pic x.
           05 so-approval-limit        pic 9(07)v99.

       01 ws-sample-id                  pic x(10) value spaces.
       01 ws-sample-found-flag          pic x value 'N'.
       01 sample-parameters-ws.
           05 sp-from-date             pic 9(08) value 0.
           05 sp-to-date               pic 9(08) value 0.
           05 sp-method                pic x value space.
           05 sp-seed                  pic 9(10) value 0.
           05 sp-population            pic 9(07) value 0.
           05 sp-selected              pic 9(05) value 0.

       01 ws-item-count                 pic 9(03) value 0.
       01 item-table.
           05 item-entry                occurs 1 to 999 times
                                         depending on ws-item-count.
               10 it-item-no            pic 9(05).
               10 it-invoice-no         pic x(09).
               10 it-store-no           pic xx.
               10 it-trans-date         pic 9(08).
               10 it-trans-code         pic x.
               10 it-trans-amount       pic 9(07)v99.
               10 it-reason             pic x(04).
               10 it-result             pic x.
               10 it-finding            pic x(40).
               10 it-operator           pic x(10).
       01 ws-item-sub                   pic 9(03) value 0.
       01 ws-found-sub                  pic 9(03) value 0.

       01 ws-entry-invoice              pic x(09) value spaces.
       01 ws-entry-result               pic x value space.
       01 ws-entry-finding              pic x(40) value spaces.
       01 ws-reason-text                pic x(10) value spaces.
       01 ws-exception-rate             pic 9(03)v9 value 0.

       01 reason-values.
           05 filler                   pic x(14)
               value "MAINSAMPLE    ".
           05 filler                   pic x(14)
               value "HIGHHIGH VALUE".
           05 filler                   pic x(14)
               value "RETNRETURN    ".
           05 filler                   pic x(14)
               value "VOIDVOID      ".
           05 filler                   pic x(14)
               value "OVRDOVERRIDE  ".
       01 reason-table redefines reason-values.
           05 reason-entry             occurs 5 times.
               10 rs-code              pic x(04).
               10 rs-text              pic x(10).
       01 reason-totals.
           05 reason-total             occurs 5 times.
               10 rt-tested            pic 9(05).
               10 rt-exceptions        pic 9(05).
               10 rt-exception-value   pic 9(09)v99.
       01 ws-reason-sub                 pic 9 value 0.

       01 team-title.
           05 filler                   pic x(07)
               value "GROUP-2".
           05 filler                   pic x(34)
               value spaces.
           05 filler                   pic x(05)
               value "Date:".
           05 filler                   pic x(01)
               value spaces.
           05 ws-hdr-date              pic x9/99/99.
           05 filler                   pic x(09)
               value spaces.
           05 filler                   pic x(05)
               value "Time:".
           05 filler                   pic x(01)
               value spaces.
           05 ws-hdr-time              pic x9/99/99.

       01 main-heading.
           05 filler                   pic x(23)
               value spaces.
           05 filler                   pic x(22)
               value "GROUP PROJECT - MFD-34".

       01 title-heading.
           05 filler                   pic x(16)
               value spaces.
           05 filler                   pic x(46)
               value "AUDIT SAMPLE TEST RESULTS AND EXCEPTIONS".

       01 sample-line.
           05 filler                   pic x(11)
               value "Sample id: ".
           05 op-sample-id             pic x(10).
           05 filler                   pic x(11)
               value "   Period: ".
           05 op-from-date             pic 9(08).
           05 filler                   pic x(04)
               value " to ".
           05 op-to-date               pic 9(08).
           05 filler                   pic x(11)
               value "   Method: ".
           05 op-method                pic x.
           05 filler                   pic x(09)
               value "   Seed: ".
           05 op-seed                  pic 9(10).
           05 filler                   pic x(15)
               value "   Population: ".
           05 op-population            pic z(06)9.

       01 detail-heading.
           05 filler                   pic x(07)
               value " ITEM".
           05 filler                   pic x(11)
               value "INVOICE".
           05 filler                   pic x(07)
               value "STORE".
           05 filler                   pic x(10)
               value "DATE".
           05 filler                   pic x(05)
               value "CODE".
           05 filler                   pic x(14)
               value "      AMOUNT".
           05 filler                   pic x(12)
               value "REASON".
           05 filler                   pic x(14)
               value "RESULT".
           05 filler                   pic x(12)
               value "TESTED BY".
           05 filler                   pic x(40)
               value "FINDING".

       01 detail-line.
           05 op-item-no               pic zzzz9.
           05 filler                   pic x(02)
               value spaces.
           05 op-invoice-no            pic x(09).
           05 filler                   pic x(02)
               value spaces.
           05 op-store-no              pic xx.
           05 filler                   pic x(05)
               value spaces.
           05 op-trans-date            pic 9(08).
           05 filler                   pic x(02)
               value spaces.
           05 op-trans-code            pic x.
           05 filler                   pic x(02)
               value spaces.
           05 op-trans-amount          pic z,zzz,zz9.99.
           05 filler                   pic x(04)
               value spaces.
           05 op-reason                pic x(10).
           05 filler                   pic x(02)
               value spaces.
           05 op-result                pic x(12).
           05 filler                   pic x(02)
               value spaces.
           05 op-tested-by             pic x(10).
           05 filler                   pic x(02)
               value spaces.
           05 op-finding               pic x(40).

       01 reason-heading.
           05 filler                   pic x(14)
               value "SELECTED FOR".
           05 filler                   pic x(10)
               value "    TESTED".
           05 filler                   pic x(12)
               value "  EXCEPTIONS".
           05 filler                   pic x(18)
               value "   EXCEPTION VALUE".

       01 reason-line.
           05 op-rs-text               pic x(10).
           05 filler                   pic x(08)
               value spaces.
           05 op-rs-tested             pic zzzz9.
           05 filler                   pic x(07)
               value spaces.
           05 op-rs-exceptions         pic zzzz9.
           05 filler                   pic x(04)
               value spaces.
           05 op-rs-value              pic zzz,zzz,zz9.99.

       01 summary-line.
           05 op-summary-label         pic x(34).
           05 op-summary-count         pic zzzzzz9.

       01 summary-value-line.
           05 op-summary-value-label   pic x(34).
           05 op-summary-value         pic zzz,zzz,zz9.99.

       01 rate-line.
           05 filler                   pic x(34)
               value "Exception rate (of tested) %".
           05 op-exception-rate        pic zz9.9.

       01 flags.
           05 ws-eof-flag              pic x value 'N'.
           05 ws-entry-done-flag       pic x value 'N'.

       01 counters.
           05 ws-entry-counter         pic 9(05) value 0.
           05 ws-rejected-counter      pic 9(05) value 0.
           05 ws-tested-counter        pic 9(05) value 0.
           05 ws-passed-counter        pic 9(05) value 0.
           05 ws-exception-counter     pic 9(05) value 0.
           05 ws-untested-counter      pic 9(05) value 0.
           05 ws-exception-value       pic 9(09)v99 value 0.

       procedure division.

       000-Main.

           perform 040-load-run-mode.
           perform 045-open-operator-input.
           perform 042-load-process-date.

           accept ws-hdr-date          from date.
           accept ws-hdr-time          from time.

           if date-overridden
               move ws-process-date (3:6)
                                       to ws-hdr-date
           end-if.
           move ws-hdr-date            to ws-date.
           move ws-hdr-time            to ws-time.

           move "Audit Sample Findings" to ws-console-line.
           perform 910-put-console.

           perform 130-sign-on.

           evaluate true
               when not sign-on-good
                   move "Sign-on failed - no findings recorded."
                                       to ws-console-line
                   perform 910-put-console
               when so-role not = 'M' and so-role not = 'S'
                   move "Operator not authorized to record findings."
                                       to ws-console-line
                   perform 910-put-console
               when other
                   move 'Y'            to ws-signed-on-flag
           end-evaluate.

           if not batch-mode
               display "Sample id (blank = latest): "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:10)  to ws-sample-id.

           perform 100-load-sample.

           if ws-sample-found-flag = 'N'
               move "Sample not on file."
                                       to ws-console-line
               perform 910-put-console
           else
               perform 150-load-findings
               if ws-signed-on-flag = 'Y'
                   perform 200-enter-findings
               end-if
               perform 300-print-results
           end-if.

           if batch-mode and ws-script-status = "00"
               close operator-input
           end-if.

           string "Findings recorded  : " delimited by size
                  ws-entry-counter        delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           string "Exceptions found   : " delimited by size
                  ws-exception-counter    delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           string "Items not tested   : " delimited by size
                  ws-untested-counter     delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           move "End of Audit Findings Program."
                                       to ws-console-line.
           perform 910-put-console.

           if not batch-mode
               display "Press Enter to continue.."
               accept return-code
           end-if.

           evaluate true
               when ws-signed-on-flag = 'N'
                   move 8              to return-code
               when ws-sample-found-flag = 'N'
                   move 8              to return-code
               when ws-exception-counter > 0
                   move 4              to return-code
               when other
                   move 0              to return-code
           end-evaluate.

           perform 900-write-audit-record.

           goback.

       040-load-run-mode.
           open input run-mode-file.
           if ws-run-mode-status = "00"
               read run-mode-file
                   at end
                       continue
                   not at end
                       if run-mode-rec = 'B'
                           move 'Y'    to ws-batch-flag
                       end-if
               end-read
               close run-mode-file
           end-if.

       042-load-process-date.
           accept ws-process-date      from date yyyymmdd.
           open input process-date-file.
           if ws-process-date-status = "00"
               read process-date-file
                   at end
                       continue
                   not at end
                       if pd-business-date is numeric and
                          pd-business-date > 0
                           move pd-business-date
                                       to ws-process-date
                           move 'Y'    to ws-date-override-flag
                       end-if
               end-read
               close process-date-file
           end-if.

       045-open-operator-input.
           if batch-mode
               open input operator-input
               if ws-script-status not = "00"
                   move 'Y'            to ws-script-eof-flag
               end-if
           end-if.

       100-load-sample.
           open input sample-file.
           if ws-sample-status not = "00"
               exit paragraph
           end-if.

           if ws-sample-id = spaces
               move 'N'                to ws-eof-flag
               read sample-file
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
               perform until ws-eof-flag = 'Y'
                   if sample-parameters
                       move as-sample-id
                                       to ws-sample-id
                   end-if
                   read sample-file
                       at end
                           move 'Y'    to ws-eof-flag
                   end-read
               end-perform
               close sample-file
               open input sample-file
           end-if.

           move 'N'                    to ws-eof-flag.
           read sample-file
               at end
                   move 'Y'            to ws-eof-flag
           end-read.
           perform until ws-eof-flag = 'Y'
               if as-sample-id = ws-sample-id
                   evaluate true
                       when sample-parameters
                           move 'Y'    to ws-sample-found-flag
                           move as-from-date
                                       to sp-from-date
                           move as-to-date
                                       to sp-to-date
                           move as-method
                                       to sp-method
                           move as-seed
                                       to sp-seed
                           move as-population
                                       to sp-population
                           move as-selected
                                       to sp-selected
                       when sample-item and ws-item-count < 999
                           add 1       to ws-item-count
                           move as-item-no
                               to it-item-no (ws-item-count)
                           move as-invoice-no
                               to it-invoice-no (ws-item-count)
                           move as-store-no
                               to it-store-no (ws-item-count)
                           move as-trans-date
                               to it-trans-date (ws-item-count)
                           move as-trans-code
                               to it-trans-code (ws-item-count)
                           move as-trans-amount
                               to it-trans-amount (ws-item-count)
                           move as-reason
                               to it-reason (ws-item-count)
                           move space
                               to it-result (ws-item-count)
                           move spaces
                               to it-finding (ws-item-count)
                           move spaces
                               to it-operator (ws-item-count)
                   end-evaluate
               end-if
               read sample-file
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.
           close sample-file.

       130-sign-on.
           if not batch-mode
               display "Operator ID: "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:10)  to so-operator-id.

           if not batch-mode
               display "Password: "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:10)  to so-password.

           call "SignOn"               using sign-on-comm.

           if sign-on-good
               move so-operator-id     to ws-operator
           end-if.

       150-load-findings.
           open input findings-file.
           if ws-findings-status not = "00"
               exit paragraph
           end-if.
           move 'N'                    to ws-eof-flag.
           read findings-file
               at end
                   move 'Y'            to ws-eof-flag
           end-read.
           perform until ws-eof-flag = 'Y'
               if af-sample-id = ws-sample-id
                   move af-invoice-no  to ws-entry-invoice
                   perform 250-find-item
                   if ws-found-sub > 0
                       move af-result  to it-result (ws-found-sub)
                       move af-finding to it-finding (ws-found-sub)
                       move af-operator
                                       to it-operator (ws-found-sub)
                   end-if
               end-if
               read findings-file
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.
           close findings-file.

       200-enter-findings.
           open extend findings-file.
           if ws-findings-status = "35"
               open output findings-file
               close findings-file
               open extend findings-file
           end-if.

           move 'N'                    to ws-entry-done-flag.
           perform until ws-entry-done-flag = 'Y'
               if not batch-mode
                   display "Invoice (blank = end): "
               end-if
               perform 920-get-reply
               move ws-script-line (1:9)
                                       to ws-entry-invoice
               if ws-entry-invoice = spaces
                   move 'Y'            to ws-entry-done-flag
               else
                   perform 210-enter-one-finding
               end-if
           end-perform.

           close findings-file.

       210-enter-one-finding.
           if not batch-mode
               display "Result P = no exception, E = exception: "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:1)   to ws-entry-result.
           evaluate ws-entry-result
               when 'p'
                   move 'P'            to ws-entry-result
               when 'e'
                   move 'E'            to ws-entry-result
           end-evaluate.

           if not batch-mode
               display "Finding: "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:40)  to ws-entry-finding.

           perform 250-find-item.

           evaluate true
               when ws-found-sub = 0
                   move spaces         to ws-console-line
                   string "Invoice "   delimited by size
                          ws-entry-invoice
                                       delimited by size
                          " is not in sample "
                                       delimited by size
                          ws-sample-id delimited by size
                          into ws-console-line
                   end-string
                   perform 910-put-console
                   add 1               to ws-rejected-counter
               when ws-entry-result not = 'P' and
                    ws-entry-result not = 'E'
                   move spaces         to ws-console-line
                   string "Result must be P or E for invoice "
                                       delimited by size
                          ws-entry-invoice
                                       delimited by size
                          into ws-console-line
                   end-string
                   perform 910-put-console
                   add 1               to ws-rejected-counter
               when ws-entry-result = 'E' and
                    ws-entry-finding = spaces
                   move spaces         to ws-console-line
                   string "Exception needs a finding, invoice "
                                       delimited by size
                          ws-entry-invoice
                                       delimited by size
                          into ws-console-line
                   end-string
                   perform 910-put-console
                   add 1               to ws-rejected-counter
               when other
                   move ws-sample-id   to af-sample-id
                   move ws-entry-invoice
                                       to af-invoice-no
                   move ws-entry-result
                                       to af-result
                   move ws-entry-finding
                                       to af-finding
                   move ws-operator    to af-operator
                   move ws-process-date
                                       to af-run-date
                   move ws-time        to af-run-time
                   write findings-rec
                   add 1               to ws-entry-counter
                   move ws-entry-result
                                       to it-result (ws-found-sub)
                   move ws-entry-finding
                                       to it-finding (ws-found-sub)
                   move ws-operator    to it-operator (ws-found-sub)
           end-evaluate.

       250-find-item.
           move 0                      to ws-found-sub.
           perform varying ws-item-sub from 1 by 1
                   until ws-item-sub > ws-item-count
               if it-invoice-no (ws-item-sub) = ws-entry-invoice
                   move ws-item-sub    to ws-found-sub
                   exit perform
               end-if
           end-perform.

       300-print-results.
           perform varying ws-reason-sub from 1 by 1
                   until ws-reason-sub > 5
               move 0                  to rt-tested (ws-reason-sub)
               move 0                  to rt-exceptions (ws-reason-sub)
               move 0                  to rt-exception-value
                                          (ws-reason-sub)
           end-perform.
           open output output-file.
           write output-line           from team-title.
           write output-line           from main-heading
               after advancing 1 line.
           write output-line           from title-heading
               after advancing 1 line.

           move ws-sample-id           to op-sample-id.
           move sp-from-date           to op-from-date.
           move sp-to-date             to op-to-date.
           move sp-method              to op-method.
           move sp-seed                to op-seed.
           move sp-population          to op-population.
           write output-line           from sample-line
               after advancing 2 lines.

           write output-line           from detail-heading
               after advancing 2 lines.

           perform varying ws-item-sub from 1 by 1
                   until ws-item-sub > ws-item-count
               perform 310-print-item
           end-perform.

           write output-line           from reason-heading
               after advancing 3 lines.
           perform varying ws-reason-sub from 1 by 1
                   until ws-reason-sub > 5
               move rs-text (ws-reason-sub)
                                       to op-rs-text
               move rt-tested (ws-reason-sub)
                                       to op-rs-tested
               move rt-exceptions (ws-reason-sub)
                                       to op-rs-exceptions
               move rt-exception-value (ws-reason-sub)
                                       to op-rs-value
               write output-line       from reason-line
                   after advancing 1 line
           end-perform.

           move "Items in sample"      to op-summary-label.
           move ws-item-count          to op-summary-count.
           write output-line           from summary-line
               after advancing 2 lines.
           move "Items tested"         to op-summary-label.
           move ws-tested-counter      to op-summary-count.
           write output-line           from summary-line
               after advancing 1 line.
           move "  No exception"       to op-summary-label.
           move ws-passed-counter      to op-summary-count.
           write output-line           from summary-line
               after advancing 1 line.
           move "  Exceptions"         to op-summary-label.
           move ws-exception-counter   to op-summary-count.
           write output-line           from summary-line
               after advancing 1 line.
           move "Items not yet tested" to op-summary-label.
           move ws-untested-counter    to op-summary-count.
           write output-line           from summary-line
               after advancing 1 line.
           move "Value of exceptions"  to op-summary-value-label.
           move ws-exception-value     to op-summary-value.
           write output-line           from summary-value-line
               after advancing 1 line.

           move 0                      to ws-exception-rate.
           if ws-tested-counter > 0
               compute ws-exception-rate rounded =
                   ws-exception-counter * 100 / ws-tested-counter
           end-if.
           move ws-exception-rate      to op-exception-rate.
           write output-line           from rate-line
               after advancing 1 line.

           close output-file.

       310-print-item.
           move 0                      to ws-reason-sub.
           perform varying ws-reason-sub from 1 by 1
                   until ws-reason-sub > 5
               if rs-code (ws-reason-sub) = it-reason (ws-item-sub)
                   exit perform
               end-if
           end-perform.
           if ws-reason-sub > 5
               move 1                  to ws-reason-sub
           end-if.

           evaluate it-result (ws-item-sub)
               when 'P'
                   move "NO EXCEPTION" to op-result
                   add 1               to ws-tested-counter
                   add 1               to ws-passed-counter
                   add 1               to rt-tested (ws-reason-sub)
               when 'E'
                   move "EXCEPTION"    to op-result
                   add 1               to ws-tested-counter
                   add 1               to ws-exception-counter
                   add it-trans-amount (ws-item-sub)
                                       to ws-exception-value
                   add 1               to rt-tested (ws-reason-sub)
                   add 1               to rt-exceptions
                                          (ws-reason-sub)
                   add it-trans-amount (ws-item-sub)
                                       to rt-exception-value
                                          (ws-reason-sub)
               when other
                   move "NOT TESTED"   to op-result
                   add 1               to ws-untested-counter
           end-evaluate.

           move it-item-no (ws-item-sub)
                                       to op-item-no.
           move it-invoice-no (ws-item-sub)
                                       to op-invoice-no.
           move it-store-no (ws-item-sub)
                                       to op-store-no.
           move it-trans-date (ws-item-sub)
                                       to op-trans-date.
           move it-trans-code (ws-item-sub)
                                       to op-trans-code.
           move it-trans-amount (ws-item-sub)
                                       to op-trans-amount.
           move rs-text (ws-reason-sub)
                                       to op-reason.
           move it-operator (ws-item-sub)
                                       to op-tested-by.
           move it-finding (ws-item-sub)
                                       to op-finding.
           write output-line           from detail-line
               after advancing 1 line.

       920-get-reply.
           move spaces                 to ws-script-line.
           if batch-mode
               if ws-script-eof-flag = 'N'
                   read operator-input
                       at end
                           move 'Y'    to ws-script-eof-flag
                       not at end
                           move operator-input-rec
                                       to ws-script-line
                   end-read
               end-if
           else
               accept ws-script-line
           end-if.

       910-put-console.
           if batch-mode
               open extend console-log
               if ws-console-status = "35"
                   open output console-log
                   close console-log
                   open extend console-log
               end-if
               write console-rec       from ws-console-line
               close console-log
           else
               display ws-console-line
           end-if.
           move spaces                 to ws-console-line.

       900-write-audit-record.
           open extend audit-log.
           if ws-audit-status = "35"
               open output audit-log
               close audit-log
               open extend audit-log
           end-if.

           move "AuditFindings"            to au-program-name.
           move ws-date                    to au-run-date.
           move ws-time                    to au-run-time.
           move ws-item-count              to au-input-count.
           move ws-entry-counter           to au-output-count.
           move return-code                to au-return-code.

           write audit-rec.
           close audit-log.

       end program AuditFindings.
