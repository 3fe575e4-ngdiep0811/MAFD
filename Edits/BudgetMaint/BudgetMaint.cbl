       identification division.
       program-id. BudgetMaint.
       author. Ngoc Diep Nguyen.
       date-written. 15-October-2026.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select sales-budget
               assign to "../../../data/sales-budget.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is sb-key
                   file status is ws-budget-status.

           select store-master
               assign to "../../../data/store-master.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is sm-store-no
                   file status is ws-store-master-status.

           select maint-log
               assign to "../../../data/budget-maint-log.dat"
                   organization is line sequential
                   file status is ws-maint-log-status.

           select audit-log
               assign to "../../../data/audit-trail.dat"
                   organization is line sequential
                   file status is ws-audit-status.

           select operator-input
               assign to "../../../data/budgetmaint-input.dat"
                   organization is line sequential
                   file status is ws-script-status.

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

       fd sales-budget
           data record is sales-budget-rec
           record contains 40 characters.
       01 sales-budget-rec.
           05 sb-key.
               10 sb-store-no          pic xx.
               10 sb-budget-date       pic 9(08).
           05 sb-budget-amount         pic 9(07)v99.
           05 sb-source                pic x.
           05 sb-changed-date          pic 9(08).
           05 sb-changed-by            pic x(10).
           05 filler                   pic x(02).

       fd store-master
           data record is store-master-rec
           record contains 49 characters.
       01 store-master-rec.
           05 sm-store-no              pic xx.
           05 sm-store-name            pic x(20).
           05 sm-active-flag           pic x.
           05 sm-tax-rate               pic 9v9999.
           05 sm-invoice-min           pic 9(06).
           05 sm-invoice-max           pic 9(06).
           05 sm-review-limit          pic 9(07)v99.

       fd maint-log
           data record is maint-log-rec
           record contains 107 characters.
       01 maint-log-rec.
           05 ml-run-date              pic x(08).
           05 ml-run-time              pic x(08).
           05 ml-operator              pic x(10).
           05 ml-action                pic x.
           05 ml-before                pic x(40).
           05 ml-after                 pic x(40).

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
       01 ws-console-status             pic xx value spaces.
       01 ws-batch-flag                 pic x value 'N'.
           88 batch-mode                 value 'Y'.
       01 ws-console-line               pic x(80) value spaces.
       01 ws-script-status              pic xx value spaces.
       01 ws-script-eof-flag            pic x value 'N'.
       01 ws-script-line                pic x(44) value spaces.

       01 ws-maint-log-status           pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.
       01 ws-budget-status              pic xx value spaces.
       01 ws-store-master-status        pic xx value spaces.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.
       01 ws-today-yyyymmdd             pic 9(08) value 0.

       01 ws-lookup-key.
           05 ws-lookup-store-no        pic xx.
           05 ws-lookup-date            pic 9(08).
           05 ws-lookup-date-x redefines ws-lookup-date.
               10 ws-lookup-yyyy        pic 9(04).
               10 ws-lookup-mm          pic 99.
               10 ws-lookup-dd          pic 99.
       01 ws-date-in                    pic x(08) value spaces.
       01 ws-amount-in                  pic x(09) value spaces.
       01 ws-new-amount                 pic 9(07)v99 value 0.
       01 ws-show-amount                pic z,zzz,zz9.99.

       01 ws-before-image               pic x(40).
       01 ws-after-image                pic x(40).

       01 ws-operator                   pic x(10).
       01 ws-action                     pic x.

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
           05 ws-budget-found-flag     pic x value 'N'.
               88 budget-found             value 'Y'.

       01 ws-maint-errors               pic 99 value 0.

       01 counters.
           05 ws-add-counter           pic 999 value 0.
           05 ws-change-counter        pic 999 value 0.
           05 ws-delete-counter        pic 999 value 0.
           05 ws-total-changes         pic 999 value 0.

       procedure division.

       000-Main.

           perform 040-load-run-mode.
           perform 045-open-operator-input.

           perform 055-open-sales-budget.

           accept ws-date              from date.
           accept ws-time              from time.
           accept ws-today-yyyymmdd    from date yyyymmdd.

           open extend maint-log.
           if ws-maint-log-status = "35"
               open output maint-log
               close maint-log
               open extend maint-log
           end-if.

           open input store-master.

           move "Store Sales Budget Maintenance"
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
                   move "Operator not authorized for budget"
                       & " maintenance." to ws-console-line
                   perform 910-put-console
                   move 8              to return-code
                   move 'Y'            to ws-done-flag
               when other
                   continue
           end-evaluate.

           perform 200-process-menu
               until ws-done-flag = 'Y'.

           close maint-log.
           close sales-budget.
           if ws-store-master-status = "00"
               close store-master
           end-if.

           compute ws-total-changes =
               ws-add-counter + ws-change-counter + ws-delete-counter.

           if batch-mode and ws-script-status = "00"
               close operator-input
           end-if.

           string "Budget days added  : " delimited by size
                  ws-add-counter          delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           string "Budget days changed: " delimited by size
                  ws-change-counter       delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           string "Budget days deleted: " delimited by size
                  ws-delete-counter       delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           move "End of Budget Maintenance Program."
                                       to ws-console-line.
           perform 910-put-console.

           if not batch-mode
               display "Press Enter to continue.."
               accept return-code
           end-if.

           perform 900-write-audit-record.

           goback.

       055-open-sales-budget.
           open i-o sales-budget.
           if ws-budget-status = "35"
               open output sales-budget
               close sales-budget
               open i-o sales-budget
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
               display "A = Add budget day"
               display "C = Change budget amount"
               display "D = Delete budget day"
               display "X = Exit"
               display "Action: "
           end-if.

           perform 920-get-reply.
           move ws-script-line (1:1)   to ws-action.

           if batch-mode and ws-script-eof-flag = 'Y'
               move 'X'                to ws-action
           end-if.

           evaluate ws-action
               when 'A'
               when 'a'
                   perform 300-add-budget
               when 'C'
               when 'c'
                   perform 400-change-budget
               when 'D'
               when 'd'
                   perform 500-delete-budget
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

       230-get-budget-key.
           move 0                      to ws-maint-errors.

           if not batch-mode
               display "Store No: "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:2)   to ws-lookup-store-no.

           if not batch-mode
               display "Budget date yyyymmdd: "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:8)   to ws-date-in.
           if ws-date-in is numeric
               move ws-date-in         to ws-lookup-date
           else
               move 0                  to ws-lookup-date
           end-if.

           if ws-lookup-mm < 1 or ws-lookup-mm > 12 or
              ws-lookup-dd < 1 or ws-lookup-dd > 31
               add 1                   to ws-maint-errors
               move "Invalid budget date" to ws-console-line
               perform 910-put-console
           end-if.

       240-get-budget-amount.
           if not batch-mode
               display "Budget amount 9(7)v99: "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:9)   to ws-amount-in.
           if ws-amount-in is numeric
               move ws-amount-in       to ws-new-amount (1:9)
           else
               add 1                   to ws-maint-errors
               move "Invalid budget amount"
                                       to ws-console-line
               perform 910-put-console
           end-if.

       250-find-budget.
           move 'N'                    to ws-budget-found-flag.
           move ws-lookup-key          to sb-key.
           read sales-budget
               key is sb-key
               invalid key
                   continue
               not invalid key
                   move 'Y'            to ws-budget-found-flag
           end-read.

       260-check-store.
           if ws-store-master-status not = "00"
               exit paragraph
           end-if.

           move ws-lookup-store-no     to sm-store-no.
           read store-master
               key is sm-store-no
               invalid key
                   add 1               to ws-maint-errors
                   move "Store not on store master"
                                       to ws-console-line
                   perform 910-put-console
           end-read.

       300-add-budget.
           move 'A'                    to ws-action.
           perform 230-get-budget-key.
           perform 240-get-budget-amount.

           if ws-maint-errors = 0
               perform 260-check-store
           end-if.

           if ws-maint-errors = 0
               perform 250-find-budget
               if budget-found
                   add 1               to ws-maint-errors
                   move "Budget day already on file"
                                       to ws-console-line
                   perform 910-put-console
               end-if
           end-if.

           if ws-maint-errors = 0
               move spaces             to sales-budget-rec
               move ws-lookup-key      to sb-key
               move ws-new-amount      to sb-budget-amount
               move 'M'                to sb-source
               move ws-today-yyyymmdd  to sb-changed-date
               move ws-operator        to sb-changed-by
               write sales-budget-rec
                   invalid key
                       continue
               end-write
               add 1                   to ws-add-counter
               move spaces             to ws-before-image
               move sales-budget-rec   to ws-after-image
               perform 600-write-maint-log
               string "Budget added: "    delimited by size
                      ws-lookup-store-no  delimited by size
                      " "                 delimited by size
                      ws-lookup-date      delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
           else
               move "Add rejected - no change applied"
                                       to ws-console-line
               perform 910-put-console
           end-if.

       400-change-budget.
           move 'C'                    to ws-action.
           perform 230-get-budget-key.

           if ws-maint-errors = 0
               perform 250-find-budget
               if not budget-found
                   add 1               to ws-maint-errors
                   move "Budget day not on file"
                                       to ws-console-line
                   perform 910-put-console
               end-if
           end-if.

           if ws-maint-errors = 0
               if not batch-mode
                   move sb-budget-amount
                                       to ws-show-amount
                   display "Current budget: " ws-show-amount
                       "  set by " sb-changed-by
               end-if
               perform 240-get-budget-amount
           end-if.

           if ws-maint-errors = 0
               move sales-budget-rec   to ws-before-image
               move ws-new-amount      to sb-budget-amount
               move 'M'                to sb-source
               move ws-today-yyyymmdd  to sb-changed-date
               move ws-operator        to sb-changed-by
               rewrite sales-budget-rec
                   invalid key
                       continue
               end-rewrite
               add 1                   to ws-change-counter
               move sales-budget-rec   to ws-after-image
               perform 600-write-maint-log
               string "Budget changed: "  delimited by size
                      ws-lookup-store-no  delimited by size
                      " "                 delimited by size
                      ws-lookup-date      delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
           else
               move "Change rejected - no change applied"
                                       to ws-console-line
               perform 910-put-console
           end-if.

       500-delete-budget.
           move 'D'                    to ws-action.
           perform 230-get-budget-key.

           if ws-maint-errors = 0
               perform 250-find-budget
               if not budget-found
                   add 1               to ws-maint-errors
                   move "Budget day not on file"
                                       to ws-console-line
                   perform 910-put-console
               end-if
           end-if.

           if ws-maint-errors = 0
               move sales-budget-rec   to ws-before-image
               move spaces             to ws-after-image
               delete sales-budget
                   invalid key
                       continue
               end-delete
               add 1                   to ws-delete-counter
               perform 600-write-maint-log
               string "Budget deleted: "  delimited by size
                      ws-lookup-store-no  delimited by size
                      " "                 delimited by size
                      ws-lookup-date      delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
           else
               move "Delete rejected - no change applied"
                                       to ws-console-line
               perform 910-put-console
           end-if.

       600-write-maint-log.
           move ws-date                to ml-run-date.
           move ws-time                to ml-run-time.
           move ws-operator            to ml-operator.
           move ws-action              to ml-action.
           move ws-before-image        to ml-before.
           move ws-after-image         to ml-after.
           write maint-log-rec.

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

       045-open-operator-input.
           if batch-mode
               open input operator-input
               if ws-script-status not = "00"
                   move 'Y'            to ws-script-eof-flag
               end-if
           end-if.

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

           move "BudgetMaint"              to au-program-name.
           move ws-date                    to au-run-date.
           move ws-time                    to au-run-time.
           move ws-total-changes           to au-input-count.
           move ws-total-changes           to au-output-count.
           move return-code                to au-return-code.

           write audit-rec.
           close audit-log.

       end program BudgetMaint.
