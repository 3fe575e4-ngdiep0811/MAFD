       identification division.
       program-id. CustomerMaint.
       author. Ngoc Diep Nguyen.
       date-written. 15-October-2026.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select customer-master
               assign to "../../../data/customer-master.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is cm-customer-no
                   file status is ws-customer-status.

           select store-master
               assign to "../../../data/store-master.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is sm-store-no
                   file status is ws-store-master-status.

           select maint-log
               assign to "../../../data/customer-maint-log.dat"
                   organization is line sequential
                   file status is ws-maint-log-status.

           select audit-log
               assign to "../../../data/audit-trail.dat"
                   organization is line sequential
                   file status is ws-audit-status.

           select operator-input
               assign to "../../../data/customermaint-input.dat"
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

       fd customer-master
           data record is customer-rec
           record contains 120 characters.
       01 customer-rec.
           05 cm-customer-no           pic x(10).
           05 cm-name                  pic x(30).
           05 cm-address               pic x(30).
           05 cm-city                  pic x(20).
           05 cm-province              pic xx.
           05 cm-postal-code           pic x(07).
           05 cm-phone                 pic x(10).
           05 cm-join-date             pic 9(08).
           05 cm-home-store            pic xx.
           05 cm-status                pic x.

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
           record contains 267 characters.
       01 maint-log-rec.
           05 ml-run-date              pic x(08).
           05 ml-run-time              pic x(08).
           05 ml-operator              pic x(10).
           05 ml-action                pic x.
           05 ml-before                pic x(120).
           05 ml-after                 pic x(120).

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
       01 ws-customer-status            pic xx value spaces.
       01 ws-store-master-status        pic xx value spaces.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.
       01 ws-today-yyyymmdd             pic 9(08) value 0.

       01 ws-work-entry.
           05 wk-customer-no            pic x(10).
           05 wk-name                   pic x(30).
           05 wk-address                pic x(30).
           05 wk-city                   pic x(20).
           05 wk-province               pic xx.
           05 wk-postal-code            pic x(07).
           05 wk-phone                  pic x(10).
           05 wk-join-date              pic 9(08).
           05 wk-home-store             pic xx.
           05 wk-status                 pic x.

       01 ws-before-image               pic x(120).
       01 ws-after-image                pic x(120).

       01 ws-operator                   pic x(10).
       01 ws-action                     pic x.
       01 ws-lookup-customer-no         pic x(10).

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
           05 ws-customer-found-flag   pic x value 'N'.
               88 customer-found           value 'Y'.

       01 ws-maint-errors               pic 99 value 0.

       01 counters.
           05 ws-add-counter           pic 999 value 0.
           05 ws-change-counter        pic 999 value 0.
           05 ws-close-counter         pic 999 value 0.
           05 ws-total-changes         pic 999 value 0.

       procedure division.

       000-Main.

           perform 040-load-run-mode.
           perform 045-open-operator-input.

           perform 055-open-customer-master.

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

           move "Loyalty Customer Master Maintenance"
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
                   move "Operator not authorized for customer"
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
           close customer-master.
           if ws-store-master-status = "00"
               close store-master
           end-if.

           compute ws-total-changes =
               ws-add-counter + ws-change-counter + ws-close-counter.

           if batch-mode and ws-script-status = "00"
               close operator-input
           end-if.

           string "Customers added    : " delimited by size
                  ws-add-counter          delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           string "Customers changed  : " delimited by size
                  ws-change-counter       delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           string "Customers closed   : " delimited by size
                  ws-close-counter        delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           move "End of Customer Maintenance Program."
                                       to ws-console-line.
           perform 910-put-console.

           if not batch-mode
               display "Press Enter to continue.."
               accept return-code
           end-if.

           perform 900-write-audit-record.

           goback.

       055-open-customer-master.
           open i-o customer-master.
           if ws-customer-status = "35"
               open output customer-master
               close customer-master
               open i-o customer-master
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
               display "A = Add customer"
               display "C = Change customer"
               display "D = Close customer"
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
                   perform 300-add-customer
               when 'C'
               when 'c'
                   perform 400-change-customer
               when 'D'
               when 'd'
                   perform 500-close-customer
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

       230-get-customer-no.
           if not batch-mode
               display "Customer No (10 digits): "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:10)  to ws-lookup-customer-no.

       250-find-customer.
           move 'N'                    to ws-customer-found-flag.
           move ws-lookup-customer-no  to cm-customer-no.
           read customer-master
               key is cm-customer-no
               invalid key
                   continue
               not invalid key
                   move 'Y'            to ws-customer-found-flag
           end-read.

       300-add-customer.
           move 'A'                    to ws-action.
           move spaces                 to ws-work-entry.

           perform 230-get-customer-no.
           move ws-lookup-customer-no  to wk-customer-no.

           if not batch-mode
               display "Name: "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:30)  to wk-name.
           if not batch-mode
               display "Address: "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:30)  to wk-address.
           if not batch-mode
               display "City: "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:20)  to wk-city.
           if not batch-mode
               display "Province: "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:2)   to wk-province.
           if not batch-mode
               display "Postal Code: "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:7)   to wk-postal-code.
           if not batch-mode
               display "Phone: "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:10)  to wk-phone.
           if not batch-mode
               display "Home Store: "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:2)   to wk-home-store.

           move ws-today-yyyymmdd      to wk-join-date.
           move 'A'                    to wk-status.

           perform 350-validate-customer-fields.

           if ws-maint-errors = 0
               perform 250-find-customer
               if customer-found
                   add 1               to ws-maint-errors
                   move "Customer already on file"
                                       to ws-console-line
                   perform 910-put-console
               end-if
           end-if.

           if ws-maint-errors = 0
               move ws-work-entry      to customer-rec
               write customer-rec
                   invalid key
                       continue
               end-write
               add 1                   to ws-add-counter
               move spaces             to ws-before-image
               move ws-work-entry      to ws-after-image
               perform 600-write-maint-log
               string "Customer added: " delimited by size
                      wk-customer-no     delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
           else
               move "Add rejected - no change applied"
                                       to ws-console-line
               perform 910-put-console
           end-if.

       350-validate-customer-fields.
           move 0                      to ws-maint-errors.

           if wk-customer-no is not numeric
               add 1                   to ws-maint-errors
               move "Invalid Customer No" to ws-console-line
               perform 910-put-console
           end-if.

           if wk-name = spaces
               add 1                   to ws-maint-errors
               move "Customer Name is required"
                                       to ws-console-line
               perform 910-put-console
           end-if.

           if wk-home-store not = spaces
               perform 360-check-home-store
           end-if.

       360-check-home-store.
           if ws-store-master-status not = "00"
               exit paragraph
           end-if.

           move wk-home-store          to sm-store-no.
           read store-master
               key is sm-store-no
               invalid key
                   add 1               to ws-maint-errors
                   move "Home Store not on store master"
                                       to ws-console-line
                   perform 910-put-console
           end-read.

       400-change-customer.
           move 'C'                    to ws-action.
           perform 230-get-customer-no.
           perform 250-find-customer.

           if not customer-found
               string "Customer not on file: " delimited by size
                      ws-lookup-customer-no    delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
           else
               perform 450-capture-change
           end-if.

       450-capture-change.
           move customer-rec           to ws-work-entry.
           move customer-rec           to ws-before-image.

           if not batch-mode
               display "Customer " wk-customer-no " " wk-name
               display "Address : " wk-address
               display "City    : " wk-city " " wk-province
                   " " wk-postal-code
               display "Phone   : " wk-phone
               display "Store   : " wk-home-store
                   "  Status: " wk-status
           end-if.

           if not batch-mode
               display "New Name (blank = keep): "
           end-if.
           perform 920-get-reply.
           if ws-script-line (1:30) not = spaces
               move ws-script-line (1:30)
                                       to wk-name
           end-if.
           if not batch-mode
               display "New Address (blank = keep): "
           end-if.
           perform 920-get-reply.
           if ws-script-line (1:30) not = spaces
               move ws-script-line (1:30)
                                       to wk-address
           end-if.
           if not batch-mode
               display "New City (blank = keep): "
           end-if.
           perform 920-get-reply.
           if ws-script-line (1:20) not = spaces
               move ws-script-line (1:20)
                                       to wk-city
           end-if.
           if not batch-mode
               display "New Province (blank = keep): "
           end-if.
           perform 920-get-reply.
           if ws-script-line (1:2) not = spaces
               move ws-script-line (1:2)
                                       to wk-province
           end-if.
           if not batch-mode
               display "New Postal Code (blank = keep): "
           end-if.
           perform 920-get-reply.
           if ws-script-line (1:7) not = spaces
               move ws-script-line (1:7)
                                       to wk-postal-code
           end-if.
           if not batch-mode
               display "New Phone (blank = keep): "
           end-if.
           perform 920-get-reply.
           if ws-script-line (1:10) not = spaces
               move ws-script-line (1:10)
                                       to wk-phone
           end-if.
           if not batch-mode
               display "New Home Store (blank = keep): "
           end-if.
           perform 920-get-reply.
           if ws-script-line (1:2) not = spaces
               move ws-script-line (1:2)
                                       to wk-home-store
           end-if.
           if not batch-mode
               display "Reactivate closed customer (Y/N): "
           end-if.
           perform 920-get-reply.
           if ws-script-line (1:1) = 'Y' or
              ws-script-line (1:1) = 'y'
               move 'A'                to wk-status
           end-if.

           perform 350-validate-customer-fields.

           if ws-maint-errors = 0
               perform 250-find-customer
               if not customer-found
                   add 1               to ws-maint-errors
               end-if
           end-if.

           if ws-maint-errors = 0
               move ws-work-entry      to customer-rec
               rewrite customer-rec
                   invalid key
                       continue
               end-rewrite
               add 1                   to ws-change-counter
               move ws-work-entry      to ws-after-image
               perform 600-write-maint-log
               string "Customer changed: " delimited by size
                      wk-customer-no       delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
           else
               move "Change rejected - no change applied"
                                       to ws-console-line
               perform 910-put-console
           end-if.

       500-close-customer.
           move 'D'                    to ws-action.
           perform 230-get-customer-no.
           perform 250-find-customer.

           if not customer-found
               string "Customer not on file: " delimited by size
                      ws-lookup-customer-no    delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
           else
               if cm-status = 'C'
                   string "Customer already closed: "
                                           delimited by size
                          ws-lookup-customer-no
                                           delimited by size
                          into ws-console-line
                   end-string
                   perform 910-put-console
               else
                   move customer-rec   to ws-before-image
                   move 'C'            to cm-status
                   move customer-rec   to ws-after-image
                   rewrite customer-rec
                       invalid key
                           continue
                   end-rewrite
                   add 1               to ws-close-counter
                   perform 600-write-maint-log
                   string "Customer closed: " delimited by size
                          ws-lookup-customer-no
                                              delimited by size
                          into ws-console-line
                   end-string
                   perform 910-put-console
               end-if
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

           move "CustomerMaint"            to au-program-name.
           move ws-date                    to au-run-date.
           move ws-time                    to au-run-time.
           move ws-total-changes           to au-input-count.
           move ws-total-changes           to au-output-count.
           move return-code                to au-return-code.

           write audit-rec.
           close audit-log.

       end program CustomerMaint.
