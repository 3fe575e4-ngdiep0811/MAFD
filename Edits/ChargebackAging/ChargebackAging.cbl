       identification division.
       program-id. ChargebackAging.
       author. Ngoc Diep Nguyen.
       date-written. 15-October-2026.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select dispute-case
               assign to "../../../data/dispute-case.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is dc-case-no
                   file status is ws-case-status.

           select output-file
               assign to "../../../data/chargeback-aging.out"
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

       01 ws-case-status                pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.

       01 ws-days-left                  pic s9(05) value 0.
       01 ws-days-open                  pic s9(05) value 0.
       01 ws-bucket-sub                 pic 9 value 0.

       01 bucket-names.
           05 filler                   pic x(18)
               value "PAST DEADLINE".
           05 filler                   pic x(18)
               value "DUE 0-3 DAYS".
           05 filler                   pic x(18)
               value "DUE 4-7 DAYS".
           05 filler                   pic x(18)
               value "DUE 8+ DAYS".
           05 filler                   pic x(18)
               value "AWAITING DECISION".
       01 bucket-name-table redefines bucket-names.
           05 bucket-name              pic x(18) occurs 5 times.

       01 bucket-totals.
           05 bucket-entry             occurs 5 times.
               10 bk-count             pic 9(05).
               10 bk-amount            pic 9(09)v99.

       01 status-totals.
           05 ws-won-count             pic 9(05) value 0.
           05 ws-won-amount            pic 9(09)v99 value 0.
           05 ws-lost-count            pic 9(05) value 0.
           05 ws-lost-amount           pic 9(09)v99 value 0.
           05 ws-writeoff-count        pic 9(05) value 0.
           05 ws-writeoff-amount       pic 9(09)v99 value 0.
           05 ws-open-count            pic 9(05) value 0.
           05 ws-open-amount           pic 9(09)v99 value 0.

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
               value "GROUP PROJECT - MFD-30".

       01 title-heading.
           05 filler                   pic x(22)
               value spaces.
           05 filler                   pic x(36)
               value "OPEN CHARGEBACK CASES - AGING REPORT".

       01 as-of-line.
           05 filler                   pic x(22)
               value spaces.
           05 filler                   pic x(17)
               value "Business date    ".
           05 op-as-of-date            pic 9(08).

       01 detail-heading.
           05 filler                   pic x(14)
               value "CASE NO".
           05 filler                   pic x(18)
               value "CARD NUMBER".
           05 filler                   pic x(07)
               value "STORE".
           05 filler                   pic x(06)
               value "TNDR".
           05 filler                   pic x(11)
               value "INVOICE".
           05 filler                   pic x(14)
               value "       AMOUNT".
           05 filler                   pic x(06)
               value "RSN".
           05 filler                   pic x(10)
               value "NOTICE".
           05 filler                   pic x(10)
               value "DEADLINE".
           05 filler                   pic x(06)
               value " DAYS".
           05 filler                   pic x(06)
               value " AGE".
           05 filler                   pic x(18)
               value "STATUS".

       01 detail-line.
           05 op-case-no               pic x(12).
           05 filler                   pic x(02)
               value spaces.
           05 op-card-no               pic x(16).
           05 filler                   pic x(02)
               value spaces.
           05 op-store-no              pic xx.
           05 filler                   pic x(05)
               value spaces.
           05 op-pay-type              pic xx.
           05 filler                   pic x(04)
               value spaces.
           05 op-invoice-no            pic x(09).
           05 filler                   pic x(02)
               value spaces.
           05 op-amount                pic z,zzz,zz9.99.
           05 filler                   pic x(02)
               value spaces.
           05 op-reason-code           pic x(04).
           05 filler                   pic x(02)
               value spaces.
           05 op-notice-date           pic 9(08).
           05 filler                   pic x(02)
               value spaces.
           05 op-deadline-date         pic 9(08).
           05 filler                   pic x(02)
               value spaces.
           05 op-days-left             pic ---9.
           05 filler                   pic x(02)
               value spaces.
           05 op-days-open             pic ---9.
           05 filler                   pic x(02)
               value spaces.
           05 op-bucket                pic x(18).

       01 bucket-heading.
           05 filler                   pic x(20)
               value "AGING SUMMARY".
           05 filler                   pic x(08)
               value "   CASES".
           05 filler                   pic x(16)
               value "          AMOUNT".

       01 bucket-line.
           05 op-bucket-name           pic x(18).
           05 filler                   pic x(02)
               value spaces.
           05 op-bucket-count          pic zzzzzzz9.
           05 op-bucket-amount         pic $$$,$$$,$$9.99.

       01 outcome-heading.
           05 filler                   pic x(20)
               value "CASES BY STATUS".
           05 filler                   pic x(08)
               value "   CASES".
           05 filler                   pic x(16)
               value "          AMOUNT".

       01 outcome-line.
           05 op-outcome-name          pic x(18).
           05 filler                   pic x(02)
               value spaces.
           05 op-outcome-count         pic zzzzzzz9.
           05 op-outcome-amount        pic $$$,$$$,$$9.99.

       01 no-cases-line.
           05 filler                   pic x(30)
               value "No open chargeback cases.".

       01 flags.
           05 ws-eof-flag              pic x value 'N'.

       01 counters.
           05 ws-read-counter          pic 9(07) value 0.
           05 ws-printed-counter       pic 9(07) value 0.

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

           perform varying ws-bucket-sub from 1 by 1
                   until ws-bucket-sub > 5
               move 0                  to bk-count (ws-bucket-sub)
               move 0                  to bk-amount (ws-bucket-sub)
           end-perform.

           open output output-file.

           write output-line           from team-title.
           write output-line           from main-heading
               after advancing 1 line.
           write output-line           from title-heading
               after advancing 1 line.
           move ws-process-date        to op-as-of-date.
           write output-line           from as-of-line
               after advancing 1 line.
           write output-line           from detail-heading
               after advancing 2 lines.

           open input dispute-case.
           if ws-case-status not = "00"
               move 'Y'                to ws-eof-flag
           else
               read dispute-case next record
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = 'Y'
               add 1                   to ws-read-counter
               perform 100-process-case
               read dispute-case next record
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           if ws-case-status = "00" or ws-case-status = "10"
               close dispute-case
           end-if.

           if ws-printed-counter = 0
               write output-line       from no-cases-line
                   after advancing 1 line
           end-if.

           perform 300-print-summary.

           close output-file.

           string "Open chargeback cases: " delimited by size
                  ws-open-count             delimited by size
                  "  past deadline: "       delimited by size
                  bk-count (1)              delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           if bk-count (1) > 0
               move 4                  to return-code
           end-if.

           move "End of Chargeback Aging Program."
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

       100-process-case.
           evaluate dc-status
               when 'W'
                   add 1               to ws-won-count
                   add dc-amount       to ws-won-amount
               when 'L'
                   add 1               to ws-lost-count
                   add dc-amount       to ws-lost-amount
               when 'X'
                   add 1               to ws-writeoff-count
                   add dc-amount       to ws-writeoff-amount
               when 'O'
               when 'E'
                   add 1               to ws-open-count
                   add dc-amount       to ws-open-amount
                   perform 200-print-open-case
               when other
                   continue
           end-evaluate.

       200-print-open-case.
           compute ws-days-left =
               function integer-of-date (dc-deadline-date) -
               function integer-of-date (ws-process-date).
           compute ws-days-open =
               function integer-of-date (ws-process-date) -
               function integer-of-date (dc-notice-date).

           evaluate true
               when dc-status = 'E'
                   move 5              to ws-bucket-sub
               when ws-days-left < 0
                   move 1              to ws-bucket-sub
               when ws-days-left <= 3
                   move 2              to ws-bucket-sub
               when ws-days-left <= 7
                   move 3              to ws-bucket-sub
               when other
                   move 4              to ws-bucket-sub
           end-evaluate.

           add 1                       to bk-count (ws-bucket-sub).
           add dc-amount               to bk-amount (ws-bucket-sub).

           move dc-case-no             to op-case-no.
           move dc-card-no             to op-card-no.
           move dc-store-no            to op-store-no.
           move dc-pay-type            to op-pay-type.
           move dc-invoice-no          to op-invoice-no.
           move dc-amount              to op-amount.
           move dc-reason-code         to op-reason-code.
           move dc-notice-date         to op-notice-date.
           move dc-deadline-date       to op-deadline-date.
           move ws-days-left           to op-days-left.
           move ws-days-open           to op-days-open.
           move bucket-name (ws-bucket-sub)
                                       to op-bucket.
           if dc-match-flag not = 'M'
               move "NO SALE"          to op-invoice-no
           end-if.

           write output-line           from detail-line
               after advancing 1 line.
           add 1                       to ws-printed-counter.

       300-print-summary.
           write output-line           from bucket-heading
               after advancing 2 lines.
           perform varying ws-bucket-sub from 1 by 1
                   until ws-bucket-sub > 5
               move bucket-name (ws-bucket-sub)
                                       to op-bucket-name
               move bk-count (ws-bucket-sub)
                                       to op-bucket-count
               move bk-amount (ws-bucket-sub)
                                       to op-bucket-amount
               write output-line       from bucket-line
                   after advancing 1 line
           end-perform.

           write output-line           from outcome-heading
               after advancing 2 lines.
           move "OPEN"                 to op-outcome-name.
           move ws-open-count          to op-outcome-count.
           move ws-open-amount         to op-outcome-amount.
           write output-line           from outcome-line
               after advancing 1 line.
           move "WON"                  to op-outcome-name.
           move ws-won-count           to op-outcome-count.
           move ws-won-amount          to op-outcome-amount.
           write output-line           from outcome-line
               after advancing 1 line.
           move "LOST"                 to op-outcome-name.
           move ws-lost-count          to op-outcome-count.
           move ws-lost-amount         to op-outcome-amount.
           write output-line           from outcome-line
               after advancing 1 line.
           move "WRITTEN OFF"          to op-outcome-name.
           move ws-writeoff-count      to op-outcome-count.
           move ws-writeoff-amount     to op-outcome-amount.
           write output-line           from outcome-line
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

           move "ChargebackAging"          to au-program-name.
           move ws-date                    to au-run-date.
           move ws-time                    to au-run-time.
           move ws-read-counter            to au-input-count.
           move ws-printed-counter         to au-output-count.
           move return-code                to au-return-code.

           write audit-rec.
           close audit-log.

       end program ChargebackAging.
