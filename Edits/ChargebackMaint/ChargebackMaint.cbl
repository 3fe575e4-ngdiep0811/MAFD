       identification division.
       program-id. ChargebackMaint.
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

           select trans-register
               assign to "../../../data/trans-register.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is tr-invoice-no
                   alternate record key is tr-store-date
                       with duplicates
                   file status is ws-register-status.

           select chargeback-loss
               assign to "../../../data/chargeback-loss.dat"
                   organization is line sequential
                   file status is ws-loss-status.

           select maint-log
               assign to "../../../data/chargeback-maint-log.dat"
                   organization is line sequential
                   file status is ws-maint-log-status.

           select audit-log
               assign to "../../../data/audit-trail.dat"
                   organization is line sequential
                   file status is ws-audit-status.

           select operator-input
               assign to "../../../data/chargebackmaint-input.dat"
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
               88 dc-case-open           values 'O' 'E'.
           05 dc-open-date             pic 9(08).
           05 dc-evidence-date         pic 9(08).
           05 dc-evidence-ref          pic x(20).
           05 dc-outcome-date          pic 9(08).
           05 dc-outcome-note          pic x(30).
           05 dc-updated-by            pic x(10).
           05 dc-last-update           pic 9(08).
           05 filler                   pic x(23).

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

       fd chargeback-loss
           data record is chargeback-loss-rec
           record contains 48 characters.
       01 chargeback-loss-rec.
           05 cl-post-date             pic 9(08).
           05 cl-case-no               pic x(12).
           05 cl-store-no              pic xx.
           05 cl-pay-type              pic xx.
           05 cl-amount                pic 9(07)v99.
           05 cl-outcome               pic x.
           05 cl-operator              pic x(10).
           05 filler                   pic x(04).

       fd maint-log
           data record is maint-log-rec
           record contains 427 characters.
       01 maint-log-rec.
           05 ml-run-date              pic x(08).
           05 ml-run-time              pic x(08).
           05 ml-operator              pic x(10).
           05 ml-action                pic x.
           05 ml-before                pic x(200).
           05 ml-after                 pic x(200).

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

       01 ws-case-status                pic xx value spaces.
       01 ws-register-status            pic xx value spaces.
       01 ws-loss-status                pic xx value spaces.
       01 ws-maint-log-status           pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.

       01 ws-before-image               pic x(200).
       01 ws-after-image                pic x(200).

       01 ws-operator                   pic x(10).
       01 ws-action                     pic x.
       01 ws-lookup-case-no             pic x(12).
       01 ws-lookup-invoice-no          pic x(09).
       01 ws-outcome-note               pic x(30).
       01 ws-outcome-text               pic x(18).

       01 ws-date-in                    pic x(08).
       01 ws-date-in-n redefines ws-date-in.
           05 ws-date-in-yyyy           pic 9(04).
           05 ws-date-in-mm             pic 99.
           05 ws-date-in-dd             pic 99.

       01 ws-display-amount             pic z,zzz,zz9.99.

       01 sign-on-comm.
           05 so-operator-id           pic x(10).
           05 so-password              pic x(10).
           05 so-status                pic x.
               88 sign-on-good           value 'Y'.
           05 so-name                  pic x(20).
           05 so-role                  pic x.
           05 so-approval-limit        pic 9(07)v99.

       01 flags.
           05 ws-done-flag             pic x value 'N'.
           05 ws-case-found-flag       pic x value 'N'.
               88 case-found               value 'Y'.

       01 ws-maint-errors               pic 99 value 0.

       01 counters.
           05 ws-evidence-counter      pic 999 value 0.
           05 ws-won-counter           pic 999 value 0.
           05 ws-lost-counter          pic 999 value 0.
           05 ws-writeoff-counter      pic 999 value 0.
           05 ws-match-counter         pic 999 value 0.
           05 ws-total-changes         pic 999 value 0.

       procedure division.

       000-Main.

           perform 040-load-run-mode.
           perform 045-open-operator-input.
           perform 042-load-process-date.

           accept ws-date              from date.
           accept ws-time              from time.

           if date-overridden
               move ws-process-date (3:6)
                                       to ws-date
           end-if.

           open i-o dispute-case.
           if ws-case-status = "35"
               open output dispute-case
               close dispute-case
               open i-o dispute-case
           end-if.

           open extend maint-log.
           if ws-maint-log-status = "35"
               open output maint-log
               close maint-log
               open extend maint-log
           end-if.

           open extend chargeback-loss.
           if ws-loss-status = "35"
               open output chargeback-loss
               close chargeback-loss
               open extend chargeback-loss
           end-if.

           open input trans-register.

           move "Chargeback Dispute Case Maintenance"
                                       to ws-console-line.
           perform 910-put-console.

           perform 130-sign-on.

           evaluate true
               when not sign-on-good
                   move "Sign-on failed - no changes taken."
                                       to ws-console-line
                   perform 910-put-console
                   move 8              to return-code
                   move 'Y'            to ws-done-flag
               when so-role not = 'M' and so-role not = 'S'
                   move "Operator not authorized for chargeback"
                       & " cases." to ws-console-line
                   perform 910-put-console
                   move 8              to return-code
                   move 'Y'            to ws-done-flag
               when other
                   continue
           end-evaluate.

           perform 200-process-menu
               until ws-done-flag = 'Y'.

           close dispute-case.
           close maint-log.
           close chargeback-loss.
           if ws-register-status = "00"
               close trans-register
           end-if.

           compute ws-total-changes =
               ws-evidence-counter + ws-won-counter +
               ws-lost-counter + ws-writeoff-counter +
               ws-match-counter.

           if batch-mode and ws-script-status = "00"
               close operator-input
           end-if.

           string "Evidence recorded  : " delimited by size
                  ws-evidence-counter     delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           string "Cases won          : " delimited by size
                  ws-won-counter          delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           string "Cases lost         : " delimited by size
                  ws-lost-counter         delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           string "Cases written off  : " delimited by size
                  ws-writeoff-counter     delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           string "Cases matched      : " delimited by size
                  ws-match-counter        delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           move "End of Chargeback Maintenance Program."
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

       045-open-operator-input.
           if batch-mode
               open input operator-input
               if ws-script-status not = "00"
                   move 'Y'            to ws-script-eof-flag
               end-if
           end-if.

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

       200-process-menu.
           if not batch-mode
               display "----------------------------------------"
               display "I = Inquire on case"
               display "M = Match case to original invoice"
               display "E = Record evidence sent"
               display "W = Record case won"
               display "L = Record case lost"
               display "C = Concede - write off case"
               display "X = Exit"
               display "Action: "
           end-if.

           perform 920-get-reply.
           move ws-script-line (1:1)   to ws-action.

           if batch-mode and ws-script-eof-flag = 'Y'
               move 'X'                to ws-action
           end-if.

           evaluate ws-action
               when 'I'
               when 'i'
                   perform 300-inquire-case
               when 'M'
               when 'm'
                   move 'M'            to ws-action
                   perform 400-match-case
               when 'E'
               when 'e'
                   move 'E'            to ws-action
                   perform 500-record-evidence
               when 'W'
               when 'w'
                   move 'W'            to ws-action
                   perform 600-record-outcome
               when 'L'
               when 'l'
                   move 'L'            to ws-action
                   perform 600-record-outcome
               when 'C'
               when 'c'
                   move 'C'            to ws-action
                   perform 600-record-outcome
               when 'X'
               when 'x'
                   move 'Y'            to ws-done-flag
               when other
                   string "Unknown action: " delimited by size
                          ws-action          delimited by size
                          into ws-console-line
                   end-string
                   perform 910-put-console
           end-evaluate.

       230-get-case-no.
           if not batch-mode
               display "Case No (processor reference): "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:12)  to ws-lookup-case-no.

       250-find-case.
           move 'N'                    to ws-case-found-flag.
           move ws-lookup-case-no      to dc-case-no.
           read dispute-case
               key is dc-case-no
               invalid key
                   string "Case not on file: " delimited by size
                          ws-lookup-case-no    delimited by size
                          into ws-console-line
                   end-string
                   perform 910-put-console
               not invalid key
                   move 'Y'            to ws-case-found-flag
           end-read.

       260-check-case-open.
           if case-found and not dc-case-open
               move 'N'                to ws-case-found-flag
               string "Case already closed: " delimited by size
                      ws-lookup-case-no       delimited by size
                      " status "              delimited by size
                      dc-status               delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
           end-if.

       300-inquire-case.
           perform 230-get-case-no.
           perform 250-find-case.
           if not case-found
               exit paragraph
           end-if.

           move dc-amount              to ws-display-amount.
           string "Case " delimited by size
                  dc-case-no           delimited by size
                  " card "             delimited by size
                  dc-card-no           delimited by size
                  " amount "           delimited by size
                  ws-display-amount    delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.
           string "  Sale " delimited by size
                  dc-trans-date        delimited by size
                  " invoice "          delimited by size
                  dc-invoice-no        delimited by size
                  " store "            delimited by size
                  dc-store-no          delimited by size
                  " tender "           delimited by size
                  dc-pay-type          delimited by size
                  " match "            delimited by size
                  dc-match-flag        delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.
           string "  Reason " delimited by size
                  dc-reason-code       delimited by size
                  " notice "           delimited by size
                  dc-notice-date       delimited by size
                  " deadline "         delimited by size
                  dc-deadline-date     delimited by size
                  " status "           delimited by size
                  dc-status            delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.
           if dc-evidence-date > 0
               string "  Evidence " delimited by size
                      dc-evidence-date delimited by size
                      " ref "          delimited by size
                      dc-evidence-ref  delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
           end-if.
           if dc-outcome-date > 0
               string "  Outcome " delimited by size
                      dc-outcome-date  delimited by size
                      " "              delimited by size
                      dc-outcome-note  delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
           end-if.

       400-match-case.
           perform 230-get-case-no.
           if not batch-mode
               display "Original Invoice No: "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:9)   to ws-lookup-invoice-no.

           perform 250-find-case.
           perform 260-check-case-open.
           if not case-found
               exit paragraph
           end-if.

           if ws-register-status not = "00"
               move "Transaction register not available."
                                       to ws-console-line
               perform 910-put-console
               exit paragraph
           end-if.

           move 0                      to ws-maint-errors.
           move ws-lookup-invoice-no   to tr-invoice-no.
           read trans-register
               key is tr-invoice-no
               invalid key
                   add 1               to ws-maint-errors
                   move "Invoice not on transaction register"
                                       to ws-console-line
                   perform 910-put-console
           end-read.

           if ws-maint-errors = 0
               if (tr-pay-type not = "CR" and
                   tr-pay-type not = "DB" and
                   tr-pay-type not = "MC") or
                  (tr-trans-code not = 'S' and
                   tr-trans-code not = 'L')
                   add 1               to ws-maint-errors
                   move "Invoice is not a card sale"
                                       to ws-console-line
                   perform 910-put-console
               end-if
               if tr-card-no not = dc-card-no
                   add 1               to ws-maint-errors
                   move "Card number does not match the case"
                                       to ws-console-line
                   perform 910-put-console
               end-if
           end-if.

           if ws-maint-errors = 0
               move dispute-case-rec   to ws-before-image
               move 'M'                to dc-match-flag
               move tr-invoice-no      to dc-invoice-no
               move tr-store-no        to dc-store-no
               move tr-pay-type        to dc-pay-type
               move tr-cashier-id      to dc-cashier-id
               perform 700-rewrite-case
               add 1                   to ws-match-counter
               string "Case matched: " delimited by size
                      dc-case-no       delimited by size
                      " invoice "      delimited by size
                      dc-invoice-no    delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
           else
               move "Match rejected - no change applied"
                                       to ws-console-line
               perform 910-put-console
           end-if.

       500-record-evidence.
           perform 230-get-case-no.
           if not batch-mode
               display "Evidence Reference: "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:20)  to ws-outcome-note.
           if not batch-mode
               display "Date Sent YYYYMMDD (blank = business date): "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:8)   to ws-date-in.
           if ws-date-in = spaces
               move ws-process-date    to ws-date-in-n
           end-if.

           perform 250-find-case.
           perform 260-check-case-open.
           if not case-found
               exit paragraph
           end-if.

           move 0                      to ws-maint-errors.
           if ws-outcome-note = spaces
               add 1                   to ws-maint-errors
               move "Evidence Reference is required"
                                       to ws-console-line
               perform 910-put-console
           end-if.
           if ws-date-in is not numeric
               move zeros              to ws-date-in
           end-if.
           if ws-date-in-mm < 1 or ws-date-in-mm > 12 or
              ws-date-in-dd < 1 or ws-date-in-dd > 31
               add 1                   to ws-maint-errors
               move "Invalid Date Sent" to ws-console-line
               perform 910-put-console
           end-if.

           if ws-maint-errors = 0
               move dispute-case-rec   to ws-before-image
               move 'E'                to dc-status
               move ws-date-in-n       to dc-evidence-date
               move ws-outcome-note    to dc-evidence-ref
               perform 700-rewrite-case
               add 1                   to ws-evidence-counter
               string "Evidence recorded: " delimited by size
                      dc-case-no            delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
               if dc-evidence-date > dc-deadline-date
                   string "  Warning - sent after response deadline "
                                       delimited by size
                          dc-deadline-date
                                       delimited by size
                          into ws-console-line
                   end-string
                   perform 910-put-console
               end-if
           else
               move "Evidence rejected - no change applied"
                                       to ws-console-line
               perform 910-put-console
           end-if.

       600-record-outcome.
           perform 230-get-case-no.
           if not batch-mode
               display "Outcome Note: "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:30)  to ws-outcome-note.

           perform 250-find-case.
           perform 260-check-case-open.
           if not case-found
               exit paragraph
           end-if.

           move dispute-case-rec       to ws-before-image.
           move ws-process-date        to dc-outcome-date.
           move ws-outcome-note        to dc-outcome-note.

           evaluate ws-action
               when 'W'
                   move 'W'            to dc-status
                   add 1               to ws-won-counter
                   move "Case won:"    to ws-outcome-text
               when 'L'
                   move 'L'            to dc-status
                   add 1               to ws-lost-counter
                   move "Case lost:"   to ws-outcome-text
               when other
                   move 'X'            to dc-status
                   add 1               to ws-writeoff-counter
                   move "Case written off:"
                                       to ws-outcome-text
           end-evaluate.

           perform 700-rewrite-case.

           if dc-status not = 'W'
               perform 650-write-loss
           end-if.

           string ws-outcome-text      delimited by "  "
                  " "                  delimited by size
                  dc-case-no           delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

       650-write-loss.
           move spaces                 to chargeback-loss-rec.
           move ws-process-date        to cl-post-date.
           move dc-case-no             to cl-case-no.
           move dc-store-no            to cl-store-no.
           move dc-pay-type            to cl-pay-type.
           move dc-amount              to cl-amount.
           move dc-status              to cl-outcome.
           move ws-operator            to cl-operator.
           write chargeback-loss-rec.

       700-rewrite-case.
           move ws-operator            to dc-updated-by.
           move ws-process-date        to dc-last-update.
           rewrite dispute-case-rec
               invalid key
                   continue
           end-rewrite.
           move dispute-case-rec       to ws-after-image.
           perform 800-write-maint-log.

       800-write-maint-log.
           move ws-date                to ml-run-date.
           move ws-time                to ml-run-time.
           move ws-operator            to ml-operator.
           move ws-action              to ml-action.
           move ws-before-image        to ml-before.
           move ws-after-image         to ml-after.
           write maint-log-rec.

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

           move "ChargebackMaint"          to au-program-name.
           move ws-date                    to au-run-date.
           move ws-time                    to au-run-time.
           move ws-total-changes           to au-input-count.
           move ws-total-changes           to au-output-count.
           move return-code                to au-return-code.

           write audit-rec.
           close audit-log.

       end program ChargebackMaint.
