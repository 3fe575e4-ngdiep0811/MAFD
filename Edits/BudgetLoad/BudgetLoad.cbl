       identification division.
       program-id. BudgetLoad.
       author. Ngoc Diep Nguyen.
       date-written. 15-October-2026.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select budget-plan
               assign to "../../../data/budget-plan.dat"
                   organization is line sequential
                   file status is ws-plan-status.

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

           select plan-rejects
               assign to "../../../data/budget-plan-rejects.dat"
                   organization is line sequential
                   file status is ws-reject-status.

           select maint-log
               assign to "../../../data/budget-maint-log.dat"
                   organization is line sequential
                   file status is ws-maint-log-status.

           select audit-log
               assign to "../../../data/audit-trail.dat"
                   organization is line sequential
                   file status is ws-audit-status.

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

       fd budget-plan
           data record is budget-plan-rec
           record contains 30 characters.
       01 budget-plan-rec.
           05 bp-store-no              pic xx.
           05 bp-budget-date           pic 9(08).
           05 bp-budget-date-x redefines bp-budget-date.
               10 bp-budget-yyyy       pic 9(04).
               10 bp-budget-mm         pic 99.
               10 bp-budget-dd         pic 99.
           05 bp-budget-amount         pic 9(07)v99.
           05 filler                   pic x(11).

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

       fd plan-rejects
           data record is plan-reject-rec
           record contains 60 characters.
       01 plan-reject-rec.
           05 pr-plan-image            pic x(30).
           05 pr-reason                pic x(30).

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

       01 ws-plan-status                pic xx value spaces.
       01 ws-budget-status              pic xx value spaces.
       01 ws-store-master-status        pic xx value spaces.
       01 ws-reject-status              pic xx value spaces.
       01 ws-maint-log-status           pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.
       01 ws-today-yyyymmdd             pic 9(08) value 0.

       01 ws-reject-reason              pic x(30) value spaces.
       01 ws-before-image               pic x(40) value spaces.

       01 flags.
           05 ws-eof-flag              pic x value 'N'.
           05 ws-budget-new-flag       pic x value 'N'.

       01 counters.
           05 ws-read-counter          pic 9(07) value 0.
           05 ws-added-counter         pic 9(07) value 0.
           05 ws-replaced-counter      pic 9(07) value 0.
           05 ws-reject-counter        pic 9(07) value 0.

       procedure division.

       000-Main.

           perform 040-load-run-mode.

           accept ws-date              from date.
           accept ws-time              from time.
           accept ws-today-yyyymmdd    from date yyyymmdd.

           move "Annual Sales Budget Plan Load"
                                       to ws-console-line.
           perform 910-put-console.

           open input budget-plan.
           if ws-plan-status not = "00"
               string "Budget plan file not readable: "
                                       delimited by size
                      ws-plan-status   delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
               move "Nothing loaded."  to ws-console-line
               perform 910-put-console
               move 'Y'                to ws-eof-flag
               move 16                 to return-code
           else
               perform 050-open-files
               read budget-plan
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-if.

           perform 200-load-plan-record
               until ws-eof-flag = 'Y'.

           if ws-plan-status = "00" or ws-plan-status = "10"
               close budget-plan
               close sales-budget
               close plan-rejects
               close maint-log
               if ws-store-master-status = "00"
                   close store-master
               end-if

               string "Plan records read     : " delimited by size
                      ws-read-counter          delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
               string "Budget days added     : " delimited by size
                      ws-added-counter         delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
               string "Budget days replaced  : " delimited by size
                      ws-replaced-counter      delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
               string "Plan records rejected : " delimited by size
                      ws-reject-counter        delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
           end-if.

           if ws-reject-counter > 0
               move 4                  to return-code
           end-if.

           move "End of Budget Plan Load."
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

       050-open-files.
           open i-o sales-budget.
           if ws-budget-status = "35"
               open output sales-budget
               close sales-budget
               open i-o sales-budget
           end-if.

           open input store-master.
           open output plan-rejects.

           open extend maint-log.
           if ws-maint-log-status = "35"
               open output maint-log
               close maint-log
               open extend maint-log
           end-if.

       200-load-plan-record.
           add 1                       to ws-read-counter.

           perform 300-validate-plan-record.

           if ws-reject-reason not = spaces
               add 1                   to ws-reject-counter
               move budget-plan-rec    to pr-plan-image
               move ws-reject-reason   to pr-reason
               write plan-reject-rec
           else
               perform 400-post-budget-day
           end-if.

           read budget-plan
               at end
                   move 'Y'            to ws-eof-flag.

       300-validate-plan-record.
           move spaces                 to ws-reject-reason.

           if bp-budget-date is not numeric or
              bp-budget-mm < 1 or bp-budget-mm > 12 or
              bp-budget-dd < 1 or bp-budget-dd > 31
               move "INVALID BUDGET DATE" to ws-reject-reason
               exit paragraph
           end-if.

           if bp-budget-amount is not numeric
               move "INVALID BUDGET AMOUNT"
                                       to ws-reject-reason
               exit paragraph
           end-if.

           if ws-store-master-status not = "00"
               exit paragraph
           end-if.

           move bp-store-no            to sm-store-no.
           read store-master
               key is sm-store-no
               invalid key
                   move "STORE NOT ON STORE MASTER"
                                       to ws-reject-reason
           end-read.

       400-post-budget-day.
           move 'N'                    to ws-budget-new-flag.
           move spaces                 to ws-before-image.
           move bp-store-no            to sb-store-no.
           move bp-budget-date         to sb-budget-date.
           read sales-budget
               key is sb-key
               invalid key
                   move 'Y'            to ws-budget-new-flag
               not invalid key
                   move sales-budget-rec
                                       to ws-before-image
           end-read.

           move spaces                 to sales-budget-rec.
           move bp-store-no            to sb-store-no.
           move bp-budget-date         to sb-budget-date.
           move bp-budget-amount       to sb-budget-amount.
           move 'L'                    to sb-source.
           move ws-today-yyyymmdd      to sb-changed-date.
           move "PLANLOAD"             to sb-changed-by.

           if ws-budget-new-flag = 'Y'
               write sales-budget-rec
                   invalid key
                       continue
               end-write
               add 1                   to ws-added-counter
           else
               rewrite sales-budget-rec
                   invalid key
                       continue
               end-rewrite
               add 1                   to ws-replaced-counter
           end-if.

           move ws-date                to ml-run-date.
           move ws-time                to ml-run-time.
           move "PLANLOAD"             to ml-operator.
           move 'L'                    to ml-action.
           move ws-before-image        to ml-before.
           move sales-budget-rec       to ml-after.
           write maint-log-rec.

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

           move "BudgetLoad"               to au-program-name.
           move ws-date                    to au-run-date.
           move ws-time                    to au-run-time.
           move ws-read-counter            to au-input-count.
           compute au-output-count =
               ws-added-counter + ws-replaced-counter.
           move return-code                to au-return-code.

           write audit-rec.
           close audit-log.

       end program BudgetLoad.
