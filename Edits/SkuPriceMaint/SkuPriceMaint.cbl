       identification division.
       program-id. SkuPriceMaint.
       author. Ngoc Diep Nguyen.
       date-written. 15-October-2026.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select sku-price
               assign to "../../../data/sku-price.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is sp-key
                   file status is ws-sku-price-status.

           select sku-master
               assign to "../../../data/sku-master.dat"
                   organization is line sequential
                   file status is ws-sku-master-status.

           select maint-log
               assign to "../../../data/sku-price-log.dat"
                   organization is line sequential
                   file status is ws-maint-log-status.

           select audit-log
               assign to "../../../data/audit-trail.dat"
                   organization is line sequential
                   file status is ws-audit-status.

           select operator-input
               assign to "../../../data/skuprice-input.dat"
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

       fd sku-price
           data record is sku-price-rec
           record contains 50 characters.
       01 sku-price-rec.
           05 sp-key.
               10 sp-sku-code          pic x(15).
               10 sp-price-type        pic x.
               10 sp-start-date        pic 9(08).
           05 sp-end-date              pic 9(08).
           05 sp-price                 pic 9(07)v99.
           05 sp-status                pic x.
           05 sp-change-date           pic 9(08).

       fd sku-master
           data record is sku-master-rec
           record contains 58 characters.
       01 sku-master-rec.
           05 km-sku-code              pic x(15).
           05 km-description           pic x(30).
           05 km-dept-code             pic x(12).
           05 km-active-flag           pic x.

       fd maint-log
           data record is maint-log-rec
           record contains 127 characters.
       01 maint-log-rec.
           05 ml-run-date              pic x(08).
           05 ml-run-time              pic x(08).
           05 ml-operator              pic x(10).
           05 ml-action                pic x.
           05 ml-before                pic x(50).
           05 ml-after                 pic x(50).

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
       01 ws-sku-master-status          pic xx value spaces.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.
       01 ws-today-yyyymmdd             pic 9(08) value 0.

       01 ws-sku-price-status           pic xx value spaces.

       01 ws-work-entry.
           05 wk-key.
               10 wk-sku-code           pic x(15).
               10 wk-price-type         pic x.
               10 wk-start-date         pic 9(08).
           05 wk-end-date               pic 9(08).
           05 wk-price                  pic 9(07)v99.
           05 wk-status                 pic x.
           05 wk-change-date            pic 9(08).

       01 ws-new-start-date-in          pic x(08).
       01 ws-new-end-date-in            pic x(08).
       01 ws-new-price-in               pic x(09).

       01 ws-before-image               pic x(50).
       01 ws-after-image                pic x(50).

       01 ws-operator                   pic x(10).
       01 ws-action                     pic x.
       01 ws-lookup-key.
           05 ws-lookup-sku-code        pic x(15).
           05 ws-lookup-price-type      pic x.
           05 ws-lookup-start-date      pic 9(08).

       01 ws-sku-entry-count            pic 999 value 0.
       01 sku-entry-table.
           05 sku-entry                 occurs 200 times.
               10 se-price-type         pic x.
               10 se-start-date         pic 9(08).
               10 se-end-date           pic 9(08).
       01 ws-entry-sub                  pic 999 value 0.
       01 ws-close-sub                  pic 999 value 0.
       01 ws-range-end                  pic 9(08) value 0.
       01 ws-entry-end                  pic 9(08) value 0.
       01 ws-day-before                 pic 9(08) value 0.

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
           05 ws-price-found-flag      pic x value 'N'.
               88 price-found              value 'Y'.
           05 ws-sku-found-flag        pic x value 'N'.
               88 sku-on-master            value 'Y'.

       01 ws-maint-errors               pic 99 value 0.

       01 counters.
           05 ws-add-counter           pic 999 value 0.
           05 ws-change-counter        pic 999 value 0.
           05 ws-cancel-counter        pic 999 value 0.
           05 ws-auto-end-counter      pic 999 value 0.
           05 ws-total-changes         pic 999 value 0.

       procedure division.

       000-Main.

           perform 040-load-run-mode.
           perform 045-open-operator-input.

           perform 055-open-sku-price.

           accept ws-date              from date.
           accept ws-time              from time.
           accept ws-today-yyyymmdd    from date yyyymmdd.

           open extend maint-log.
           if ws-maint-log-status = "35"
               open output maint-log
               close maint-log
               open extend maint-log
           end-if.

           move "SKU Price Master Maintenance"
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
                   move "Operator not authorized for price"
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
           close sku-price.

           compute ws-total-changes =
               ws-add-counter + ws-change-counter + ws-cancel-counter
               + ws-auto-end-counter.

           if batch-mode and ws-script-status = "00"
               close operator-input
           end-if.

           string "Prices added       : " delimited by size
                  ws-add-counter          delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           string "Prices changed     : " delimited by size
                  ws-change-counter       delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           string "Prices cancelled   : " delimited by size
                  ws-cancel-counter       delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           string "Regular prices ended: " delimited by size
                  ws-auto-end-counter     delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           move "End of SKU Price Maintenance Program."
                                       to ws-console-line.
           perform 910-put-console.

           if not batch-mode
               display "Press Enter to continue.."
               accept return-code
           end-if.

           perform 900-write-audit-record.

           goback.

       055-open-sku-price.
           open i-o sku-price.
           if ws-sku-price-status = "35"
               open output sku-price
               close sku-price
               open i-o sku-price
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
               display "A = Add price"
               display "C = Change price / end date"
               display "D = Cancel price"
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
                   perform 300-add-price
               when 'C'
               when 'c'
                   perform 400-change-price
               when 'D'
               when 'd'
                   perform 500-cancel-price
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

       230-get-price-key.
           if not batch-mode
               display "SKU Code: "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:15)  to ws-lookup-sku-code.
           if not batch-mode
               display "Price Type (R = regular, P = promotion): "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:1)   to ws-lookup-price-type.
           if not batch-mode
               display "Start Date (yyyymmdd): "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:8)   to ws-new-start-date-in.
           if ws-new-start-date-in is numeric
               move ws-new-start-date-in
                                       to ws-lookup-start-date
           else
               move 0                  to ws-lookup-start-date
           end-if.

       250-find-price.
           move 'N'                    to ws-price-found-flag.
           move ws-lookup-key          to sp-key.
           read sku-price
               key is sp-key
               invalid key
                   continue
               not invalid key
                   move 'Y'            to ws-price-found-flag
           end-read.

       255-find-sku.
           move 'N'                    to ws-sku-found-flag.
           move 'N'                    to ws-eof-flag.
           open input sku-master.
           if ws-sku-master-status not = "00"
               move 'Y'                to ws-eof-flag
           end-if.

           perform until ws-eof-flag = 'Y'
               read sku-master
                   at end
                       move 'Y'        to ws-eof-flag
                   not at end
                       if km-sku-code = wk-sku-code and
                          km-active-flag = 'Y'
                           move 'Y'    to ws-sku-found-flag
                           move 'Y'    to ws-eof-flag
                       end-if
               end-read
           end-perform.

           if ws-sku-master-status = "00" or
              ws-sku-master-status = "10"
               close sku-master
           end-if.

       260-load-sku-entries.
           move 0                      to ws-sku-entry-count.
           move 'N'                    to ws-eof-flag.
           move wk-sku-code            to sp-sku-code.
           move low-values             to sp-price-type.
           move 0                      to sp-start-date.

           start sku-price
               key is not less than sp-key
               invalid key
                   move 'Y'            to ws-eof-flag
           end-start.

           if ws-eof-flag = 'N'
               read sku-price next record
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = 'Y'
               if sp-sku-code not = wk-sku-code
                   move 'Y'            to ws-eof-flag
               else
                   if sp-status not = 'X' and
                      ws-sku-entry-count < 200
                       add 1           to ws-sku-entry-count
                       move sp-price-type
                           to se-price-type (ws-sku-entry-count)
                       move sp-start-date
                           to se-start-date (ws-sku-entry-count)
                       move sp-end-date
                           to se-end-date (ws-sku-entry-count)
                   end-if
                   read sku-price next record
                       at end
                           move 'Y'    to ws-eof-flag
                   end-read
               end-if
           end-perform.

       270-check-overlap.
           move 0                      to ws-close-sub.
           if wk-end-date = 0
               move 99999999           to ws-range-end
           else
               move wk-end-date        to ws-range-end
           end-if.

           perform varying ws-entry-sub from 1 by 1
                   until ws-entry-sub > ws-sku-entry-count
               if se-price-type (ws-entry-sub) = wk-price-type and
                  se-start-date (ws-entry-sub) not = wk-start-date
                   perform 275-test-entry
               end-if
           end-perform.

       275-test-entry.
           if se-end-date (ws-entry-sub) = 0
               move 99999999           to ws-entry-end
           else
               move se-end-date (ws-entry-sub)
                                       to ws-entry-end
           end-if.

           if se-start-date (ws-entry-sub) <= ws-range-end and
              ws-entry-end >= wk-start-date
               if wk-price-type = 'R' and
                  ws-action = 'A' and
                  se-end-date (ws-entry-sub) = 0 and
                  se-start-date (ws-entry-sub) < wk-start-date and
                  ws-close-sub = 0
                   move ws-entry-sub   to ws-close-sub
               else
                   add 1               to ws-maint-errors
                   string "Overlaps price starting "
                                       delimited by size
                          se-start-date (ws-entry-sub)
                                       delimited by size
                          into ws-console-line
                   end-string
                   perform 910-put-console
               end-if
           end-if.

       280-end-open-regular.
           move wk-sku-code            to sp-sku-code.
           move 'R'                    to sp-price-type.
           move se-start-date (ws-close-sub)
                                       to sp-start-date.
           read sku-price
               key is sp-key
               invalid key
                   exit paragraph
           end-read.

           compute ws-day-before =
               function date-of-integer (
                   function integer-of-date (wk-start-date) - 1).

           move sku-price-rec          to ws-before-image.
           move ws-day-before          to sp-end-date.
           move ws-today-yyyymmdd      to sp-change-date.
           move sku-price-rec          to ws-after-image.
           rewrite sku-price-rec
               invalid key
                   continue
           end-rewrite.
           add 1                       to ws-auto-end-counter.
           perform 600-write-maint-log.

           string "Regular price ended: " delimited by size
                  wk-sku-code           delimited by size
                  " "                   delimited by size
                  ws-day-before         delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

       300-add-price.
           move 'A'                    to ws-action.
           move spaces                 to ws-work-entry.

           perform 230-get-price-key.
           move ws-lookup-sku-code     to wk-sku-code.
           move ws-lookup-price-type   to wk-price-type.

           if not batch-mode
               display "End Date (yyyymmdd, blank = open): "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:8)   to ws-new-end-date-in.
           if not batch-mode
               display "Price (9 digits, 9(7)v99): "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:9)   to ws-new-price-in.

           if ws-new-end-date-in = spaces
               move "00000000"         to ws-new-end-date-in
           end-if.
           move 'A'                    to wk-status.
           move ws-today-yyyymmdd      to wk-change-date.

           perform 350-validate-price-fields.

           if ws-maint-errors = 0
               perform 255-find-sku
               if not sku-on-master
                   add 1               to ws-maint-errors
                   move "SKU not active on SKU master"
                                       to ws-console-line
                   perform 910-put-console
               end-if
           end-if.

           if ws-maint-errors = 0
               move wk-key             to ws-lookup-key
               perform 250-find-price
               if price-found
                   add 1               to ws-maint-errors
                   move "Price already on file for this start date"
                                       to ws-console-line
                   perform 910-put-console
               end-if
           end-if.

           if ws-maint-errors = 0
               perform 260-load-sku-entries
               perform 270-check-overlap
           end-if.

           if ws-maint-errors = 0
               if ws-close-sub > 0
                   perform 280-end-open-regular
               end-if
               move ws-work-entry      to sku-price-rec
               write sku-price-rec
                   invalid key
                       continue
               end-write
               add 1                   to ws-add-counter
               move spaces             to ws-before-image
               move ws-work-entry      to ws-after-image
               perform 600-write-maint-log
               string "Price added: "  delimited by size
                      wk-sku-code      delimited by size
                      " "              delimited by size
                      wk-price-type    delimited by size
                      " "              delimited by size
                      wk-start-date    delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
           else
               move "Add rejected - no change applied"
                                       to ws-console-line
               perform 910-put-console
           end-if.

       350-validate-price-fields.
           move 0                      to ws-maint-errors.

           if wk-sku-code = spaces
               add 1                   to ws-maint-errors
               move "Invalid SKU Code" to ws-console-line
               perform 910-put-console
           end-if.

           if wk-price-type not = 'R' and wk-price-type not = 'P'
               add 1                   to ws-maint-errors
               move "Invalid Price Type" to ws-console-line
               perform 910-put-console
           end-if.

           if ws-new-start-date-in is not numeric
               add 1                   to ws-maint-errors
               move "Invalid Start Date" to ws-console-line
               perform 910-put-console
           else
               move ws-new-start-date-in to wk-start-date
           end-if.

           if ws-new-end-date-in is not numeric
               add 1                   to ws-maint-errors
               move "Invalid End Date" to ws-console-line
               perform 910-put-console
           else
               move ws-new-end-date-in to wk-end-date
           end-if.

           if ws-new-price-in is not numeric
               add 1                   to ws-maint-errors
               move "Invalid Price"    to ws-console-line
               perform 910-put-console
           else
               move ws-new-price-in (1:7)
                                       to wk-price (1:7)
               move ws-new-price-in (8:2)
                                       to wk-price (8:2)
               if wk-price = 0
                   add 1               to ws-maint-errors
                   move "Price must be greater than zero"
                                       to ws-console-line
                   perform 910-put-console
               end-if
           end-if.

           if ws-maint-errors = 0
               if wk-end-date not = 0 and
                  wk-end-date < wk-start-date
                   add 1               to ws-maint-errors
                   move "End Date before Start Date"
                                       to ws-console-line
                   perform 910-put-console
               end-if
           end-if.

           if ws-maint-errors = 0 and wk-price-type = 'P' and
              wk-end-date = 0
               add 1                   to ws-maint-errors
               move "Promotion requires an End Date"
                                       to ws-console-line
               perform 910-put-console
           end-if.

       400-change-price.
           move 'C'                    to ws-action.
           perform 230-get-price-key.
           perform 250-find-price.

           if not price-found
               string "Price not on file: " delimited by size
                      ws-lookup-sku-code    delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
           else
               if sp-status = 'X'
                   move "Price is cancelled - no change applied"
                                       to ws-console-line
                   perform 910-put-console
               else
                   perform 450-capture-change
               end-if
           end-if.

       450-capture-change.
           move sku-price-rec          to ws-work-entry.
           move sku-price-rec          to ws-before-image.

           if not batch-mode
               display "SKU " wk-sku-code " Type " wk-price-type
                   " Start " wk-start-date
               display "Current End Date: " wk-end-date
               display "Current Price   : " wk-price
           end-if.

           if not batch-mode
               display "New Price (blank = keep): "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:9)   to ws-new-price-in.
           if ws-new-price-in = spaces
               move wk-price (1:9)     to ws-new-price-in
           end-if.

           if not batch-mode
               display "New End Date (blank = keep): "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:8)   to ws-new-end-date-in.
           if ws-new-end-date-in = spaces
               move wk-end-date        to ws-new-end-date-in
           end-if.

           move wk-start-date          to ws-new-start-date-in.
           move ws-today-yyyymmdd      to wk-change-date.

           perform 350-validate-price-fields.

           if ws-maint-errors = 0
               perform 260-load-sku-entries
               perform 270-check-overlap
               move ws-lookup-key      to sp-key
               read sku-price
                   key is sp-key
                   invalid key
                       add 1           to ws-maint-errors
               end-read
           end-if.

           if ws-maint-errors = 0
               move ws-work-entry      to sku-price-rec
               rewrite sku-price-rec
                   invalid key
                       continue
               end-rewrite
               add 1                   to ws-change-counter
               move ws-work-entry      to ws-after-image
               perform 600-write-maint-log
               string "Price changed: " delimited by size
                      wk-sku-code       delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
           else
               move "Change rejected - no change applied"
                                       to ws-console-line
               perform 910-put-console
           end-if.

       500-cancel-price.
           move 'D'                    to ws-action.
           perform 230-get-price-key.
           perform 250-find-price.

           if not price-found
               string "Price not on file: " delimited by size
                      ws-lookup-sku-code    delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
           else
               if sp-status = 'X'
                   string "Price already cancelled: "
                                           delimited by size
                          ws-lookup-sku-code delimited by size
                          into ws-console-line
                   end-string
                   perform 910-put-console
               else
                   move sku-price-rec  to ws-before-image
                   move 'X'            to sp-status
                   move ws-today-yyyymmdd
                                       to sp-change-date
                   move sku-price-rec  to ws-after-image
                   rewrite sku-price-rec
                       invalid key
                           continue
                   end-rewrite
                   add 1               to ws-cancel-counter
                   perform 600-write-maint-log
                   string "Price cancelled: " delimited by size
                          ws-lookup-sku-code  delimited by size
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

           move "SkuPriceMaint"            to au-program-name.
           move ws-date                    to au-run-date.
           move ws-time                    to au-run-time.
           move ws-total-changes           to au-input-count.
           move ws-total-changes           to au-output-count.
           move return-code                to au-return-code.

           write audit-rec.
           close audit-log.

       end program SkuPriceMaint.
