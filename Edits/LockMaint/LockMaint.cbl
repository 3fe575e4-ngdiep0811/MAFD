                   organization is line sequential
                   file status is ws-audit-status.

           select maint-log
               assign to "../../../data/lock-maint-log.dat"
                   organization is line sequential
                   file status is ws-maint-log-status.

           select operator-input
               assign to "../../../data/lockmaint-input.dat"
                   organization is line sequential
           05 au-output-count          pic 9(07).
           05 au-return-code           pic 9(03).

       fd maint-log
           data record is maint-log-rec
           record contains 101 characters.
       01 maint-log-rec.
           05 ml-run-date              pic x(08).
           05 ml-run-time              pic x(08).
           05 ml-operator              pic x(10).
           05 ml-action                pic x.
           05 ml-before                pic x(37).
           05 ml-after                 pic x(37).

       fd operator-input
           data record is operator-input-rec
           record contains 44 characters.

       01 ws-lock-status                pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.
       01 ws-maint-log-status           pic xx value spaces.
       01 ws-eof-flag                   pic x value 'N'.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.
       01 ws-clear-name                 pic x(20) value spaces.
       01 ws-found-flag                 pic x value 'N'.
       01 ws-operator                   pic x(10) value spaces.
       01 ws-signed-on-flag             pic x value 'N'.
       01 ws-before-image               pic x(37).
       01 ws-after-image                pic x(37).

       01 sign-on-comm.
           05 so-operator-id           pic x(10).
           05 so-password              pic x(10).
           05 so-status                pic x.
               88 sign-on-good           value 'Y'.
           05 so-name                  pic x(20).
           05 so-role                  pic x.
           05 so-approval-limit        pic 9(07)v99.

       01 ws-lock-count                 pic 99 value 0.
       01 lock-table.
           move "Run Lock Maintenance" to ws-console-line.
           perform 910-put-console.

           perform 130-sign-on.

           evaluate true
               when not sign-on-good
                   move "Sign-on failed - no locks cleared."
                                       to ws-console-line
                   perform 910-put-console
                   move 8              to return-code
               when so-role not = 'M' and so-role not = 'S'
                   move "Operator not authorized to clear locks."
                                       to ws-console-line
                   perform 910-put-console
                   move 8              to return-code
               when other
                   move 'Y'            to ws-signed-on-flag
           end-evaluate.

           perform 100-load-lock-file.
           perform 200-display-locks.
           if ws-signed-on-flag = 'Y'
               perform 300-clear-locks
           end-if.

           if batch-mode and ws-script-status = "00"
               close operator-input
               close lock-file
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

       200-display-locks.
           move 0                      to ws-live-counter.

                   until ws-lock-sub > ws-lock-count
               if lt-program-name (ws-lock-sub) = ws-clear-name and
                  lt-live-flag (ws-lock-sub) = 'Y'
                   move lock-entry (ws-lock-sub)
                                       to ws-before-image
                   move 'N'            to lt-live-flag (ws-lock-sub)
                   move lock-entry (ws-lock-sub)
                                       to ws-after-image
                   move 'Y'            to ws-found-flag
                   exit perform
               end-if

           if ws-found-flag = 'Y'
               perform 400-save-lock-file
               perform 600-write-maint-log
               add 1                   to ws-cleared-counter
               move spaces             to ws-console-line
               string "Lock cleared: " delimited by size
           end-perform.
           close lock-file.

       600-write-maint-log.
           open extend maint-log.
           if ws-maint-log-status = "35"
               open output maint-log
               close maint-log
               open extend maint-log
           end-if.

           move ws-date                to ml-run-date.
           move ws-time                to ml-run-time.
           move ws-operator            to ml-operator.
           move 'C'                    to ml-action.
           move ws-before-image        to ml-before.
           move ws-after-image         to ml-after.
           write maint-log-rec.

           close maint-log.

       920-get-reply.
           move spaces                 to ws-script-line.
           if batch-mode
