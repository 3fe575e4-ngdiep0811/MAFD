       identification division.
       program-id. ChargebackIntake.
       author. Ngoc Diep Nguyen.
       date-written. 15-October-2026.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select chargeback-feed
               assign to "../../../data/chargeback-feed.dat"
                   organization is line sequential
                   file status is ws-feed-status.

           select trans-register
               assign to "../../../data/trans-register.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is tr-invoice-no
                   alternate record key is tr-store-date
                       with duplicates
                   file status is ws-register-status.

           select dispute-case
               assign to "../../../data/dispute-case.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is dc-case-no
                   file status is ws-case-status.

           select output-file
               assign to "../../../data/chargeback-intake.out"
                   organization is line sequential.

           select audit-log
               assign to "../../../data/audit-trail.dat"
                   organization is line sequential
                   file status is ws-audit-status.

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

       fd chargeback-feed
           data record is chargeback-feed-rec
           record contains 80 characters.
       01 chargeback-feed-rec.
           05 cf-reference             pic x(12).
           05 cf-card-no               pic x(16).
           05 cf-trans-date            pic 9(08).
           05 cf-amount                pic 9(07)v99.
           05 cf-reason-code           pic x(04).
           05 cf-notice-date           pic 9(08).
           05 cf-respond-days          pic 9(03).
           05 filler                   pic x(20).

       fd trans-register
           data record is trans-register-rec.
       01 trans-register-rec.
           05 tr-invoice-no            pic x(09).
           05 tr-trans-code            pic x.
           05 tr-trans-amount          pic 9(07)v99.
           05 tr-pay-type              pic xx.
           05 tr-store-no              pic xx.
           05 tr-sku-code              pic x(15).
           05 tr-trans-date            pic 9(08).
           05 tr-disposition           pic x(10).
           05 tr-error-desc            pic x(26).
           05 tr-card-no               pic x(16).
           05 tr-cashier-id            pic x(05).
           05 tr-store-date.
               10 tr-sd-store-no       pic xx.
               10 tr-sd-trans-date     pic 9(08).
           05 tr-trans-time            pic x(06).

       fd dispute-case
           data record is dispute-case-rec
           record contains 200 characters.
       01 dispute-case-rec.
           05 dc-case-no               pic x(12).
           05 dc-card-no               pic x(16).
           05 dc-trans-date            pic 9(08).
           05 dc-amount                pic 9(07)v99.
           05 dc-reason-code           pic x(04).
           05 dc-notice-date           pic 9(08).
           05 dc-deadline-date         pic 9(08).
           05 dc-match-flag            pic x.
           05 dc-invoice-no            pic x(09).
           05 dc-store-no              pic xx.
           05 dc-pay-type              pic xx.
           05 dc-cashier-id            pic x(05).
           05 dc-status                pic x.
           05 dc-open-date             pic 9(08).
           05 dc-evidence-date         pic 9(08).
           05 dc-evidence-ref          pic x(20).
           05 dc-outcome-date          pic 9(08).
           05 dc-outcome-note          pic x(30).
           05 dc-updated-by            pic x(10).
           05 dc-last-update           pic 9(08).
           05 filler                   pic x(23).

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

       01 ws-feed-status                pic xx value spaces.
       01 ws-register-status            pic xx value spaces.
       01 ws-case-status                pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.

       01 constants.
           05 cnst-respond-days        pic 9(03) value 10.

       01 ws-cb-count                   pic 9(03) value 0.
       01 chargeback-table.
           05 chargeback-entry          occurs 1 to 500 times
                                         depending on ws-cb-count.
               10 cb-reference          pic x(12).
               10 cb-card-no            pic x(16).
               10 cb-trans-date         pic 9(08).
               10 cb-amount             pic 9(07)v99.
               10 cb-reason-code        pic x(04).
               10 cb-notice-date        pic 9(08).
               10 cb-respond-days       pic 9(03).
               10 cb-result             pic x.
                   88 cb-pending          value 'P'.
                   88 cb-matched          value 'M'.
                   88 cb-unmatched        value 'U'.
                   88 cb-duplicate        value 'D'.
                   88 cb-invalid          value 'I'.
               10 cb-invoice-no         pic x(09).
               10 cb-store-no           pic xx.
               10 cb-pay-type           pic xx.
               10 cb-cashier-id         pic x(05).
               10 cb-deadline-date      pic 9(08).
       01 ws-cb-sub                     pic 9(03) value 0.

       01 ws-pending-count              pic 9(03) value 0.

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
               value "GROUP PROJECT - MFD-29".

       01 title-heading.
           05 filler                   pic x(24)
               value spaces.
           05 filler                   pic x(32)
               value "CARD CHARGEBACK INTAKE - CASES".

       01 detail-heading.
           05 filler                   pic x(14)
               value "REFERENCE".
           05 filler                   pic x(18)
               value "CARD NUMBER".
           05 filler                   pic x(10)
               value "TRANS DT".
           05 filler                   pic x(14)
               value "       AMOUNT".
           05 filler                   pic x(06)
               value "RSN".
           05 filler                   pic x(11)
               value "RESULT".
           05 filler                   pic x(11)
               value "INVOICE".
           05 filler                   pic x(07)
               value "STORE".
           05 filler                   pic x(06)
               value "TNDR".
           05 filler                   pic x(10)
               value "DEADLINE".

       01 detail-line.
           05 op-reference             pic x(12).
           05 filler                   pic x(02)
               value spaces.
           05 op-card-no               pic x(16).
           05 filler                   pic x(02)
               value spaces.
           05 op-trans-date            pic 9(08).
           05 filler                   pic x(02)
               value spaces.
           05 op-amount                pic z,zzz,zz9.99.
           05 filler                   pic x(02)
               value spaces.
           05 op-reason-code           pic x(04).
           05 filler                   pic x(02)
               value spaces.
           05 op-result                pic x(09).
           05 filler                   pic x(02)
               value spaces.
           05 op-invoice-no            pic x(09).
           05 filler                   pic x(02)
               value spaces.
           05 op-store-no              pic xx.
           05 filler                   pic x(05)
               value spaces.
           05 op-pay-type              pic xx.
           05 filler                   pic x(04)
               value spaces.
           05 op-deadline-date         pic 9(08).

       01 total-read-line.
           05 filler                   pic x(34)
               value "Chargebacks received            = ".
           05 op-read-total            pic zzzzzz9.

       01 total-matched-line.
           05 filler                   pic x(34)
               value "Cases opened - sale matched     = ".
           05 op-matched-total         pic zzzzzz9.

       01 total-unmatched-line.
           05 filler                   pic x(34)
               value "Cases opened - sale not found   = ".
           05 op-unmatched-total       pic zzzzzz9.

       01 total-duplicate-line.
           05 filler                   pic x(34)
               value "Already on case file (skipped)  = ".
           05 op-duplicate-total       pic zzzzzz9.

       01 total-invalid-line.
           05 filler                   pic x(34)
               value "Invalid chargeback records      = ".
           05 op-invalid-total         pic zzzzzz9.

       01 total-amount-line.
           05 filler                   pic x(34)
               value "Amount disputed on new cases    = ".
           05 op-amount-total          pic $$$,$$$,$$9.99.

       01 flags.
           05 ws-eof-flag              pic x value 'N'.

       01 counters.
           05 ws-read-counter          pic 9(07) value 0.
           05 ws-scanned-counter       pic 9(07) value 0.
           05 ws-matched-counter       pic 9(05) value 0.
           05 ws-unmatched-counter     pic 9(05) value 0.
           05 ws-duplicate-counter     pic 9(05) value 0.
           05 ws-invalid-counter       pic 9(05) value 0.
           05 ws-overflow-counter      pic 9(05) value 0.
           05 ws-new-case-amount       pic 9(09)v99 value 0.

       procedure division.

       000-Main.

           perform 040-load-run-mode.
           perform 042-load-process-date.

           accept ws-hdr-date          from date.
           accept ws-hdr-time          from time.

           if date-overridden
               move ws-process-date (3:6)
                                       to ws-hdr-date
           end-if.
           move ws-hdr-date            to ws-date.
           move ws-hdr-time            to ws-time.

           perform 100-load-chargebacks.
           perform 150-open-case-file.
           perform 160-check-existing-cases.

           if ws-pending-count > 0
               perform 200-scan-register
           end-if.

           perform 300-open-cases.

           close dispute-case.

           perform 400-print-report.

           string "Chargebacks read: " delimited by size
                  ws-read-counter      delimited by size
                  "  unmatched: "      delimited by size
                  ws-unmatched-counter delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           if ws-overflow-counter > 0
               string "Chargeback table full, records skipped: "
                                       delimited by size
                      ws-overflow-counter
                                       delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
           end-if.

           if ws-unmatched-counter > 0 or
              ws-invalid-counter > 0 or
              ws-overflow-counter > 0
               move 4                  to return-code
           end-if.

           move "End of Chargeback Intake Program."
                                       to ws-console-line.
           perform 910-put-console.

           if not batch-mode
               display "Press Enter to continue.."
               accept return-code
           end-if.

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

       100-load-chargebacks.
           move 'N'                    to ws-eof-flag.
           open input chargeback-feed.
           if ws-feed-status not = "00"
               move "No chargeback file from the card processor."
                                       to ws-console-line
               perform 910-put-console
               exit paragraph
           end-if.

           read chargeback-feed
               at end
                   move 'Y'            to ws-eof-flag
           end-read.

           perform until ws-eof-flag = 'Y'
               add 1                   to ws-read-counter
               if ws-cb-count < 500
                   perform 110-store-chargeback
               else
                   add 1               to ws-overflow-counter
               end-if
               read chargeback-feed
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           close chargeback-feed.

       110-store-chargeback.
           add 1                       to ws-cb-count.
           move ws-cb-count            to ws-cb-sub.
           move cf-reference           to cb-reference (ws-cb-sub).
           move cf-card-no             to cb-card-no (ws-cb-sub).
           move cf-reason-code         to cb-reason-code (ws-cb-sub).
           move spaces                 to cb-invoice-no (ws-cb-sub).
           move spaces                 to cb-store-no (ws-cb-sub).
           move spaces                 to cb-pay-type (ws-cb-sub).
           move spaces                 to cb-cashier-id (ws-cb-sub).
           move 0                      to cb-trans-date (ws-cb-sub).
           move 0                      to cb-amount (ws-cb-sub).
           move 0                      to cb-notice-date (ws-cb-sub).
           move 0                      to cb-deadline-date (ws-cb-sub).
           move 'P'                    to cb-result (ws-cb-sub).

           if cf-reference = spaces or
              cf-card-no = spaces or
              cf-trans-date is not numeric or
              cf-amount is not numeric or
              cf-amount = 0 or
              cf-notice-date is not numeric
               move 'I'                to cb-result (ws-cb-sub)
               add 1                   to ws-invalid-counter
               exit paragraph
           end-if.

           move cf-trans-date          to cb-trans-date (ws-cb-sub).
           move cf-amount              to cb-amount (ws-cb-sub).
           move cf-notice-date         to cb-notice-date (ws-cb-sub).
           if cf-respond-days is numeric and cf-respond-days > 0
               move cf-respond-days    to cb-respond-days (ws-cb-sub)
           else
               move cnst-respond-days  to cb-respond-days (ws-cb-sub)
           end-if.

           compute cb-deadline-date (ws-cb-sub) =
               function date-of-integer (
                   function integer-of-date (cf-notice-date)
                       + cb-respond-days (ws-cb-sub)).

       150-open-case-file.
           open i-o dispute-case.
           if ws-case-status = "35"
               open output dispute-case
               close dispute-case
               open i-o dispute-case
           end-if.

       160-check-existing-cases.
           perform varying ws-cb-sub from 1 by 1
                   until ws-cb-sub > ws-cb-count
               if cb-pending (ws-cb-sub)
                   move cb-reference (ws-cb-sub)
                                       to dc-case-no
                   read dispute-case
                       key is dc-case-no
                       invalid key
                           add 1       to ws-pending-count
                       not invalid key
                           move 'D'    to cb-result (ws-cb-sub)
                           add 1       to ws-duplicate-counter
                   end-read
               end-if
           end-perform.

       200-scan-register.
           move 'N'                    to ws-eof-flag.
           open input trans-register.
           if ws-register-status not = "00"
               move "Transaction register not available."
                                       to ws-console-line
               perform 910-put-console
               exit paragraph
           end-if.

           read trans-register next record
               at end
                   move 'Y'            to ws-eof-flag
           end-read.

           perform until ws-eof-flag = 'Y'
               add 1                   to ws-scanned-counter
               if (tr-pay-type = "CR" or tr-pay-type = "DB" or
                   tr-pay-type = "MC") and
                  (tr-trans-code = 'S' or tr-trans-code = 'L') and
                  tr-card-no not = spaces and
                  tr-disposition not = "REJECTED" and
                  tr-disposition not = "SUP-REJECT"
                   perform 210-match-chargeback
               end-if
               if ws-pending-count = 0
                   move 'Y'            to ws-eof-flag
               else
                   read trans-register next record
                       at end
                           move 'Y'    to ws-eof-flag
                   end-read
               end-if
           end-perform.

           close trans-register.

       210-match-chargeback.
           perform varying ws-cb-sub from 1 by 1
                   until ws-cb-sub > ws-cb-count
               if cb-pending (ws-cb-sub) and
                  cb-card-no (ws-cb-sub) = tr-card-no and
                  cb-amount (ws-cb-sub) = tr-trans-amount and
                  cb-trans-date (ws-cb-sub) = tr-trans-date
                   move 'M'            to cb-result (ws-cb-sub)
                   move tr-invoice-no  to cb-invoice-no (ws-cb-sub)
                   move tr-store-no    to cb-store-no (ws-cb-sub)
                   move tr-pay-type    to cb-pay-type (ws-cb-sub)
                   move tr-cashier-id  to cb-cashier-id (ws-cb-sub)
                   subtract 1          from ws-pending-count
                   exit perform
               end-if
           end-perform.

       300-open-cases.
           perform varying ws-cb-sub from 1 by 1
                   until ws-cb-sub > ws-cb-count
               if cb-pending (ws-cb-sub) or cb-matched (ws-cb-sub)
                   perform 310-write-case
               end-if
           end-perform.

       310-write-case.
           if cb-pending (ws-cb-sub)
               move 'U'                to cb-result (ws-cb-sub)
           end-if.

           move spaces                 to dispute-case-rec.
           move cb-reference (ws-cb-sub)   to dc-case-no.
           move cb-card-no (ws-cb-sub)     to dc-card-no.
           move cb-trans-date (ws-cb-sub)  to dc-trans-date.
           move cb-amount (ws-cb-sub)      to dc-amount.
           move cb-reason-code (ws-cb-sub) to dc-reason-code.
           move cb-notice-date (ws-cb-sub) to dc-notice-date.
           move cb-deadline-date (ws-cb-sub)
                                           to dc-deadline-date.
           move cb-result (ws-cb-sub)      to dc-match-flag.
           move cb-invoice-no (ws-cb-sub)  to dc-invoice-no.
           move cb-store-no (ws-cb-sub)    to dc-store-no.
           move cb-pay-type (ws-cb-sub)    to dc-pay-type.
           move cb-cashier-id (ws-cb-sub)  to dc-cashier-id.
           move 'O'                        to dc-status.
           move ws-process-date            to dc-open-date.
           move 0                          to dc-evidence-date.
           move 0                          to dc-outcome-date.
           move "INTAKE"                   to dc-updated-by.
           move ws-process-date            to dc-last-update.

           write dispute-case-rec
               invalid key
                   move 'D'            to cb-result (ws-cb-sub)
                   add 1               to ws-duplicate-counter
           end-write.

           evaluate true
               when cb-matched (ws-cb-sub)
                   add 1               to ws-matched-counter
                   add cb-amount (ws-cb-sub)
                                       to ws-new-case-amount
               when cb-unmatched (ws-cb-sub)
                   add 1               to ws-unmatched-counter
                   add cb-amount (ws-cb-sub)
                                       to ws-new-case-amount
               when other
                   continue
           end-evaluate.

       400-print-report.
           open output output-file.

           write output-line           from team-title.
           write output-line           from main-heading
               after advancing 1 line.
           write output-line           from title-heading
               after advancing 1 line.
           write output-line           from detail-heading
               after advancing 2 lines.

           perform varying ws-cb-sub from 1 by 1
                   until ws-cb-sub > ws-cb-count
               perform 410-print-case-line
           end-perform.

           move ws-read-counter        to op-read-total.
           write output-line           from total-read-line
               after advancing 2 lines.
           move ws-matched-counter     to op-matched-total.
           write output-line           from total-matched-line
               after advancing 1 line.
           move ws-unmatched-counter   to op-unmatched-total.
           write output-line           from total-unmatched-line
               after advancing 1 line.
           move ws-duplicate-counter   to op-duplicate-total.
           write output-line           from total-duplicate-line
               after advancing 1 line.
           move ws-invalid-counter     to op-invalid-total.
           write output-line           from total-invalid-line
               after advancing 1 line.
           move ws-new-case-amount     to op-amount-total.
           write output-line           from total-amount-line
               after advancing 1 line.

           close output-file.

       410-print-case-line.
           move cb-reference (ws-cb-sub)   to op-reference.
           move cb-card-no (ws-cb-sub)     to op-card-no.
           move cb-trans-date (ws-cb-sub)  to op-trans-date.
           move cb-amount (ws-cb-sub)      to op-amount.
           move cb-reason-code (ws-cb-sub) to op-reason-code.
           move cb-invoice-no (ws-cb-sub)  to op-invoice-no.
           move cb-store-no (ws-cb-sub)    to op-store-no.
           move cb-pay-type (ws-cb-sub)    to op-pay-type.
           move cb-deadline-date (ws-cb-sub)
                                           to op-deadline-date.

           evaluate true
               when cb-matched (ws-cb-sub)
                   move "MATCHED"      to op-result
               when cb-unmatched (ws-cb-sub)
                   move "NO SALE"      to op-result
               when cb-duplicate (ws-cb-sub)
                   move "DUPLICATE"    to op-result
               when other
                   move "INVALID"      to op-result
           end-evaluate.

           write output-line           from detail-line
               after advancing 1 line.

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

           move "ChargebackIntake"         to au-program-name.
           move ws-date                    to au-run-date.
           move ws-time                    to au-run-time.
           move ws-read-counter            to au-input-count.
           compute au-output-count =
               ws-matched-counter + ws-unmatched-counter.
           move return-code                to au-return-code.

           write audit-rec.
           close audit-log.

       end program ChargebackIntake.
