       identification division.
       program-id. TillCountEntry.
       author. Ngoc Diep Nguyen.
       date-written. 15-October-2026.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select till-count
               assign to "../../../data/till-count.dat"
                   organization is line sequential
                   file status is ws-till-status.

           select store-master
               assign to "../../../data/store-master.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is sm-store-no
                   file status is ws-store-master-status.

           select audit-log
               assign to "../../../data/audit-trail.dat"
                   organization is line sequential
                   file status is ws-audit-status.

           select operator-input
               assign to "../../../data/tillcount-input.dat"
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

       fd till-count
           data record is till-count-rec
           record contains 60 characters.
       01 till-count-rec.
           05 tc-business-date         pic 9(08).
           05 tc-store-no              pic xx.
           05 tc-cashier-id            pic x(05).
           05 tc-cash                  pic 9(07)v99.
           05 tc-cheques               pic 9(07)v99.
           05 tc-float                 pic 9(07)v99.
           05 tc-supervisor            pic x(10).
           05 tc-entry-time            pic x(08).

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

       01 ws-till-status                pic xx value spaces.
       01 ws-store-master-status        pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.

       01 ws-operator                   pic x(10).
       01 ws-action                     pic x.
       01 ws-store-in                   pic xx.
       01 ws-cashier-in                 pic x(05).
       01 ws-cash-in                    pic x(09).
       01 ws-cheques-in                 pic x(09).
       01 ws-float-in                   pic x(09).
       01 ws-amount-display             pic z,zzz,zz9.99.

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

           open extend till-count.
           if ws-till-status = "35"
               open output till-count
               close till-count
               open extend till-count
           end-if.

           open input store-master.

           move "End-of-Shift Till Count Entry"
                                       to ws-console-line.
           perform 910-put-console.

           perform 130-sign-on.

           evaluate true
               when not sign-on-good
                   move "Sign-on failed - no counts taken."
                                       to ws-console-line
                   perform 910-put-console
                   move 8              to return-code
                   move 'Y'            to ws-done-flag
               when so-role not = 'S' and so-role not = 'M'
                   move "Operator not authorized for till"
                       & " counts." to ws-console-line
                   perform 910-put-console
                   move 8              to return-code
                   move 'Y'            to ws-done-flag
               when other
                   continue
           end-evaluate.

           perform 200-process-menu
               until ws-done-flag = 'Y'.

           close till-count.
           if ws-store-master-status = "00" or
              ws-store-master-status = "23"
               close store-master
           end-if.

           if batch-mode and ws-script-status = "00"
               close operator-input
           end-if.

           string "Till counts entered : " delimited by size
                  ws-entry-counter         delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           string "Till counts rejected: " delimited by size
                  ws-reject-counter        delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           move "End of Till Count Entry Program."
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
               display "A = Enter till count"
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
                   perform 300-enter-count
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

       300-enter-count.
           if not batch-mode
               display "Store No: "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:2)   to ws-store-in.
           if not batch-mode
               display "Cashier ID: "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:5)   to ws-cashier-in.
           if not batch-mode
               display "Counted Cash (9 digits, 9(7)v99): "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:9)   to ws-cash-in.
           if not batch-mode
               display "Counted Cheques (9 digits, 9(7)v99): "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:9)   to ws-cheques-in.
           if not batch-mode
               display "Opening Float (9 digits, 9(7)v99): "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:9)   to ws-float-in.

           perform 350-validate-count.

           if ws-entry-errors = 0
               move ws-process-date    to tc-business-date
               move ws-store-in        to tc-store-no
               move ws-cashier-in      to tc-cashier-id
               move ws-cash-in (1:7)   to tc-cash (1:7)
               move ws-cash-in (8:2)   to tc-cash (8:2)
               move ws-cheques-in (1:7) to tc-cheques (1:7)
               move ws-cheques-in (8:2) to tc-cheques (8:2)
               move ws-float-in (1:7)  to tc-float (1:7)
               move ws-float-in (8:2)  to tc-float (8:2)
               move ws-operator        to tc-supervisor
               move ws-time            to tc-entry-time
               write till-count-rec
               add 1                   to ws-entry-counter
               move tc-cash            to ws-amount-display
               string "Till count taken: " delimited by size
                      ws-store-in          delimited by size
                      " "                  delimited by size
                      ws-cashier-in        delimited by size
                      " cash "             delimited by size
                      ws-amount-display    delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
           else
               add 1                   to ws-reject-counter
               move "Count rejected - not recorded"
                                       to ws-console-line
               perform 910-put-console
           end-if.

       350-validate-count.
           move 0                      to ws-entry-errors.

           move ws-store-in            to sm-store-no.
           read store-master
               key is sm-store-no
               invalid key
                   add 1               to ws-entry-errors
                   move "Store not on store master"
                                       to ws-console-line
                   perform 910-put-console
           end-read.

           if ws-cashier-in = spaces
               add 1                   to ws-entry-errors
               move "Invalid Cashier ID" to ws-console-line
               perform 910-put-console
           end-if.

           if ws-cash-in is not numeric
               add 1                   to ws-entry-errors
               move "Invalid Cash Amount" to ws-console-line
               perform 910-put-console
           end-if.

           if ws-cheques-in = spaces
               move "000000000"        to ws-cheques-in
           end-if.
           if ws-cheques-in is not numeric
               add 1                   to ws-entry-errors
               move "Invalid Cheque Amount" to ws-console-line
               perform 910-put-console
           end-if.

           if ws-float-in = spaces
               move "000000000"        to ws-float-in
           end-if.
           if ws-float-in is not numeric
               add 1                   to ws-entry-errors
               move "Invalid Float Amount" to ws-console-line
               perform 910-put-console
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

           move "TillCountEntry"           to au-program-name.
           move ws-date                    to au-run-date.
           move ws-time                    to au-run-time.
           compute au-input-count =
               ws-entry-counter + ws-reject-counter.
           move ws-entry-counter           to au-output-count.
           move return-code                to au-return-code.

           write audit-rec.
           close audit-log.

       end program TillCountEntry.
