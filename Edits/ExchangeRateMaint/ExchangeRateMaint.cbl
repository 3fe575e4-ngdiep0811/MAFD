       identification division.
       program-id. ExchangeRateMaint.
       author. Ngoc Diep Nguyen.
       date-written. 15-October-2026.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select exchange-rate
               assign to "../../../data/exchange-rate.dat"
                   organization is line sequential
                   file status is ws-exchange-status.

           select audit-log
               assign to "../../../data/audit-trail.dat"
                   organization is line sequential
                   file status is ws-audit-status.

           select maint-log
               assign to "../../../data/exchange-rate-log.dat"
                   organization is line sequential
                   file status is ws-maint-log-status.

           select operator-input
               assign to "../../../data/exchrate-input.dat"
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

       fd exchange-rate
           data record is exchange-rate-rec
           record contains 40 characters.
       01 exchange-rate-rec.
           05 xr-rate-date             pic 9(08).
           05 xr-currency              pic x(03).
           05 xr-official-rate         pic 9(02)v9(06).
           05 xr-bank-rate             pic 9(02)v9(06).
           05 xr-entered-by            pic x(10).
           05 filler                   pic x(03).

       fd audit-log
           data record is audit-rec.
       01 audit-rec.
           05 au-program-name          pic x(20).
           05 au-run-date              pic x(08).
           05 au-run-time              pic x(08).
           05 au-input-count           pic 9(07).
           05 au-output-count          pic 9(07).
           05 au-return-code           pic 9(03).

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

       01 ws-exchange-status            pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.
       01 ws-maint-log-status           pic xx value spaces.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.

       01 ws-rate-count                 pic 9(04) value 0.
       01 rate-table.
           05 rate-entry                occurs 1 to 1000 times
                                         depending on ws-rate-count.
               10 rt-rate-date          pic 9(08).
               10 rt-official-rate      pic 9(02)v9(06).
               10 rt-bank-rate          pic 9(02)v9(06).
       01 ws-rate-sub                   pic 9(04) value 0.
       01 ws-found-rate-sub             pic 9(04) value 0.

       01 ws-operator                   pic x(10).
       01 ws-action                     pic x.
       01 ws-date-in                    pic x(08).
       01 ws-date-in-n redefines ws-date-in
                                        pic 9(08).
       01 ws-date-in-parts redefines ws-date-in.
           05 ws-date-in-yyyy          pic 9(04).
           05 ws-date-in-mm            pic 99.
           05 ws-date-in-dd            pic 99.
       01 ws-rate-in                    pic x(08).
       01 ws-rate-value                 pic 9(02)v9(06) value 0.
       01 ws-rate-display               pic z9.999999.
       01 ws-before-image               pic x(40).

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
           05 ws-eof-flag              pic x value 'N'.

       01 ws-entry-errors               pic 99 value 0.

       01 counters.
           05 ws-entry-counter         pic 999 value 0.
           05 ws-reject-counter        pic 999 value 0.

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

           perform 100-load-rates.

           open extend exchange-rate.
           if ws-exchange-status = "35"
               open output exchange-rate
               close exchange-rate
               open extend exchange-rate
           end-if.

           open extend maint-log.
           if ws-maint-log-status = "35"
               open output maint-log
               close maint-log
               open extend maint-log
           end-if.

           move "US Dollar Exchange Rate Maintenance"
                                       to ws-console-line.
           perform 910-put-console.

           perform 130-sign-on.

           evaluate true
               when not sign-on-good
                   move "Sign-on failed - no rates posted."
                                       to ws-console-line
                   perform 910-put-console
                   move 8              to return-code
                   move 'Y'            to ws-done-flag
               when so-role not = 'S' and so-role not = 'M'
                   move "Operator not authorized for exchange"
                       & " rates." to ws-console-line
                   perform 910-put-console
                   move 8              to return-code
                   move 'Y'            to ws-done-flag
               when other
                   continue
           end-evaluate.

           perform 200-process-menu
               until ws-done-flag = 'Y'.

           close exchange-rate.
           close maint-log.

           if batch-mode and ws-script-status = "00"
               close operator-input
           end-if.

           string "Exchange rates posted  : " delimited by size
                  ws-entry-counter            delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           string "Exchange rates rejected: " delimited by size
                  ws-reject-counter           delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           move "End of Exchange Rate Maintenance Program."
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

       045-open-operator-input.
           if batch-mode
               open input operator-input
               if ws-script-status not = "00"
                   move 'Y'            to ws-script-eof-flag
               end-if
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

       100-load-rates.
           move 'N'                    to ws-eof-flag.
           open input exchange-rate.
           if ws-exchange-status not = "00"
               move 'Y'                to ws-eof-flag
           else
               read exchange-rate
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = 'Y'
               if xr-currency = "USD" and
                  xr-rate-date is numeric and
                  xr-official-rate is numeric and
                  xr-bank-rate is numeric
                   move xr-rate-date   to ws-date-in-n
                   perform 150-find-rate
                   if ws-found-rate-sub = 0 and ws-rate-count < 1000
                       add 1           to ws-rate-count
                       move ws-rate-count
                                       to ws-found-rate-sub
                       move xr-rate-date
                                       to rt-rate-date
                                          (ws-found-rate-sub)
                   end-if
                   if ws-found-rate-sub > 0
                       move xr-official-rate
                                       to rt-official-rate
                                          (ws-found-rate-sub)
                       move xr-bank-rate
                                       to rt-bank-rate
                                          (ws-found-rate-sub)
                   end-if
               end-if
               read exchange-rate
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           if ws-exchange-status = "00" or ws-exchange-status = "10"
               close exchange-rate
           end-if.

       150-find-rate.
           move 0                      to ws-found-rate-sub.
           perform varying ws-rate-sub from 1 by 1
                   until ws-rate-sub > ws-rate-count
               if rt-rate-date (ws-rate-sub) = ws-date-in-n
                   move ws-rate-sub    to ws-found-rate-sub
                   exit perform
               end-if
           end-perform.

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
               display "A = Post official rate"
               display "B = Post bank deposit rate"
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
                   move 'A'            to ws-action
                   perform 300-post-official-rate
               when 'B'
               when 'b'
                   move 'B'            to ws-action
                   perform 400-post-bank-rate
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

       300-post-official-rate.
           perform 310-get-rate-date.
           if not batch-mode
               display "Official Rate USD to CAD "
                       "(8 digits, 99v999999): "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:8)   to ws-rate-in.

           perform 350-validate-rate.

           if ws-entry-errors > 0
               add 1                   to ws-reject-counter
               move "Rate rejected - not recorded"
                                       to ws-console-line
               perform 910-put-console
               exit paragraph
           end-if.

           perform 150-find-rate.
           perform 450-save-before-image.
           if ws-found-rate-sub = 0
               if ws-rate-count < 1000
                   add 1               to ws-rate-count
                   move ws-rate-count  to ws-found-rate-sub
                   move ws-date-in-n   to rt-rate-date
                                          (ws-found-rate-sub)
                   move 0              to rt-bank-rate
                                          (ws-found-rate-sub)
               end-if
           else
               move "Official rate replaced for the date"
                                       to ws-console-line
               perform 910-put-console
           end-if.

           move ws-date-in-n           to xr-rate-date.
           move "USD"                  to xr-currency.
           move ws-rate-value          to xr-official-rate.
           move 0                      to xr-bank-rate.
           if ws-found-rate-sub > 0
               move ws-rate-value      to rt-official-rate
                                          (ws-found-rate-sub)
               move rt-bank-rate (ws-found-rate-sub)
                                       to xr-bank-rate
           end-if.
           perform 500-write-rate.

       310-get-rate-date.
           if not batch-mode
               display "Rate Date YYYYMMDD (blank = business date): "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:8)   to ws-date-in.
           if ws-date-in = spaces
               move ws-process-date    to ws-date-in-n
           end-if.

       350-validate-rate.
           move 0                      to ws-entry-errors.
           move 0                      to ws-rate-value.

           if ws-date-in is not numeric
               move zeros              to ws-date-in
           end-if.
           if ws-date-in-mm < 1 or ws-date-in-mm > 12 or
              ws-date-in-dd < 1 or ws-date-in-dd > 31
               add 1                   to ws-entry-errors
               move "Invalid Rate Date" to ws-console-line
               perform 910-put-console
           end-if.

           if ws-rate-in is not numeric
               add 1                   to ws-entry-errors
               move "Invalid Exchange Rate" to ws-console-line
               perform 910-put-console
           else
               move ws-rate-in         to ws-rate-value (1:8)
               if ws-rate-value < 0.5 or ws-rate-value > 3
                   add 1               to ws-entry-errors
                   move "Exchange Rate Out Of Range"
                                       to ws-console-line
                   perform 910-put-console
               end-if
           end-if.

       400-post-bank-rate.
           perform 310-get-rate-date.
           if not batch-mode
               display "Bank Deposit Rate USD to CAD "
                       "(8 digits, 99v999999): "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:8)   to ws-rate-in.

           perform 350-validate-rate.

           if ws-entry-errors = 0
               perform 150-find-rate
               if ws-found-rate-sub = 0
                   add 1               to ws-entry-errors
                   move "No official rate posted for the date"
                                       to ws-console-line
                   perform 910-put-console
               end-if
           end-if.

           if ws-entry-errors > 0
               add 1                   to ws-reject-counter
               move "Rate rejected - not recorded"
                                       to ws-console-line
               perform 910-put-console
               exit paragraph
           end-if.

           perform 450-save-before-image.
           move ws-rate-value          to rt-bank-rate
                                          (ws-found-rate-sub).
           move ws-date-in-n           to xr-rate-date.
           move "USD"                  to xr-currency.
           move rt-official-rate (ws-found-rate-sub)
                                       to xr-official-rate.
           move ws-rate-value          to xr-bank-rate.
           perform 500-write-rate.

       450-save-before-image.
           move spaces                 to ws-before-image.
           if ws-found-rate-sub > 0
               move spaces             to exchange-rate-rec
               move rt-rate-date (ws-found-rate-sub)
                                       to xr-rate-date
               move "USD"              to xr-currency
               move rt-official-rate (ws-found-rate-sub)
                                       to xr-official-rate
               move rt-bank-rate (ws-found-rate-sub)
                                       to xr-bank-rate
               move exchange-rate-rec  to ws-before-image
               move spaces             to exchange-rate-rec
           end-if.

       500-write-rate.
           move ws-operator            to xr-entered-by.
           write exchange-rate-rec.
           add 1                       to ws-entry-counter.
           perform 600-write-maint-log.

           move ws-rate-value          to ws-rate-display.
           string "Rate posted: "      delimited by size
                  ws-date-in           delimited by size
                  " USD "              delimited by size
                  ws-rate-display      delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

       600-write-maint-log.
           move ws-date                to ml-run-date.
           move ws-time                to ml-run-time.
           move ws-operator            to ml-operator.
           move ws-action              to ml-action.
           move ws-before-image        to ml-before.
           move exchange-rate-rec      to ml-after.
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

           move "ExchangeRateMaint"        to au-program-name.
           move ws-date                    to au-run-date.
           move ws-time                    to au-run-time.
           compute au-input-count =
               ws-entry-counter + ws-reject-counter.
           move ws-entry-counter           to au-output-count.
           move return-code                to au-return-code.

           write audit-rec.
           close audit-log.

       end program ExchangeRateMaint.
