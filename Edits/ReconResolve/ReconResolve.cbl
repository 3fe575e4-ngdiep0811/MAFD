                   organization is line sequential
                   file status is ws-audit-status.

           select maint-log
               assign to "../../../data/recon-resolve-log.dat"
                   organization is line sequential
                   file status is ws-maint-log-status.

           select operator-input
               assign to "../../../data/recon-input.dat"
                   organization is line sequential
           05 au-output-count          pic 9(07).
           05 au-return-code           pic 9(03).

       fd maint-log
           data record is maint-log-rec
           record contains 149 characters.
       01 maint-log-rec.
           05 ml-run-date              pic x(08).
           05 ml-run-time              pic x(08).
           05 ml-operator              pic x(10).
           05 ml-action                pic x.
           05 ml-before                pic x(61).
           05 ml-after                 pic x(61).

       fd operator-input
           data record is operator-input-rec
           record contains 44 characters.

       01 ws-open-items-status          pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.
       01 ws-maint-log-status           pic xx value spaces.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.
       01 ws-reply                      pic x value spaces.
       01 ws-variance-display           pic zzz,zzz,zz9.99-.
       01 ws-operator                   pic x(10) value spaces.
       01 ws-signed-on-flag             pic x value 'N'.
       01 ws-before-image               pic x(61).
       01 ws-after-image                pic x(61).

       01 sign-on-comm.
           05 so-operator-id           pic x(10).
           05 so-password              pic x(10).
           05 so-status                pic x.
               88 sign-on-good           value 'Y'.
           05 so-name                  pic x(20).
           05 so-role                  pic x.
           05 so-approval-limit        pic 9(07)v99.

       01 ws-open-item-count            pic 9(04) value 0.
       01 open-item-table.
                                       to ws-console-line.
           perform 910-put-console.

           perform 130-sign-on.

           evaluate true
               when not sign-on-good
                   move "Sign-on failed - no items resolved."
                                       to ws-console-line
                   perform 910-put-console
                   move 8              to return-code
               when so-role not = 'M' and so-role not = 'S'
                   move "Operator not authorized to resolve items."
                                       to ws-console-line
                   perform 910-put-console
                   move 8              to return-code
               when other
                   move 'Y'            to ws-signed-on-flag
                   perform 100-load-open-items
           end-evaluate.

           evaluate true
               when ws-signed-on-flag = 'N'
                   continue
               when ws-open-item-count = 0
                   move "No open reconciliation items on file."
                                       to ws-console-line
                   perform 910-put-console
               when other
                   perform 200-work-item
                       varying ws-open-item-sub from 1 by 1
                           until ws-open-item-sub > ws-open-item-count
                   perform 300-save-open-items
           end-evaluate.

           if batch-mode and ws-script-status = "00"
               close operator-input
               close open-items-file
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

       200-work-item.
           if ot-status (ws-open-item-sub) not = 'O'
               continue
           move ws-script-line (1:1)   to ws-reply.

           if ws-reply = 'Y' or ws-reply = 'y'
               move open-item-entry (ws-open-item-sub)
                                       to ws-before-image
               if not batch-mode
                   display "Reason code: "
               end-if
                                          (ws-open-item-sub)
               move ws-process-date    to ot-resolved-date
                                          (ws-open-item-sub)
               move open-item-entry (ws-open-item-sub)
                                       to ws-after-image
               perform 600-write-maint-log
               add 1                   to ws-resolved-counter
           else
               add 1                   to ws-left-counter
           end-perform.
           close open-items-file.

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
           move 'R'                    to ml-action.
           move ws-before-image        to ml-before.
           move ws-after-image         to ml-after.
           write maint-log-rec.

           close maint-log.

       920-get-reply.
           move spaces                 to ws-script-line.
           if batch-mode
