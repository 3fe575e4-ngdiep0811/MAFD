       identification division.
       program-id. DailySummary.
       author. Ngoc Diep Nguyen.
       date-written. 15-October-2026.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select data-file
               assign to "../../../data/validData.dat"
                   organization is line sequential
                   file status is ws-data-status.

           select trans-line-register
               assign to "../../../data/trans-line-register.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is tl-key
                   file status is ws-line-register-status.

           select sku-master
               assign to "../../../data/sku-master.dat"
                   organization is line sequential
                   file status is ws-sku-status.

           select batch-control
               assign to "../../../data/batch-control.dat"
                   organization is line sequential
                   file status is ws-bc-status.

           select contribution-file
               assign to "../../../data/daily-summary.tmp"
                   organization is line sequential.

           select sort-work
               assign to "../../../data/daily-summary-sort.tmp".

           select contribution-sorted
               assign to "../../../data/daily-summary-sorted.tmp"
                   organization is line sequential.

           select daily-summary
               assign to "../../../data/daily-summary.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is su-key
                   file status is ws-summary-status.

           select output-file
               assign to "../../../data/daily-summary.out"
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

       fd data-file
           data record is input-rec
           record contains 150 characters.

       01 input-rec.
           05 in-trans-code            pic x.
           05 in-trans-amount          pic 9(07)v99.
           05 in-pay-type              pic xx.
           05 in-store-no              pic xx.
           05 in-invoice-number        pic x(09).
           05 in-sku-code              pic x(15).
           05 in-trans-date            pic 9(08).
           05 in-card-no               pic x(16).
           05 in-cashier-id            pic x(05).
           05 in-rec-type              pic x.
               88 invoice-header
                  value 'H'.
               88 invoice-line
                  value 'D'.
           05 in-line-no               pic 9(03).
           05 in-quantity              pic 9(05).
           05 in-unit-price            pic 9(07)v99.
           05 filler                   pic x(54).
           05 in-foreign-amount        pic 9(07)v99.
           05 filler                   pic x(02).

       fd trans-line-register
           data record is trans-line-rec.
       01 trans-line-rec.
           05 tl-key.
               10 tl-invoice-no        pic x(09).
               10 tl-line-no           pic 9(03).
           05 tl-trans-code            pic x.
           05 tl-store-no              pic xx.
           05 tl-sku-code              pic x(15).
           05 tl-quantity              pic 9(05).
           05 tl-unit-price            pic 9(07)v99.
           05 tl-ext-amount            pic 9(07)v99.
           05 tl-trans-date            pic 9(08).
           05 tl-cashier-id            pic x(05).
           05 tl-disposition           pic x(10).

       fd sku-master
           data record is sku-master-rec
           record contains 58 characters.
       01 sku-master-rec.
           05 km-sku-code              pic x(15).
           05 km-sku-desc              pic x(30).
           05 km-department            pic x(12).
           05 km-active-flag           pic x.

       fd batch-control
           data record is batch-control-rec
           record contains 18 characters.
       01 batch-control-rec.
           05 bc-record-count          pic 9(07).
           05 bc-amount                pic 9(09)v99.

       fd contribution-file
           data record is contribution-rec
           record contains 53 characters.
       01 contribution-rec             pic x(53).

       sd sort-work
           data record is sort-rec.
       01 sort-rec.
           05 sw-key                   pic x(18).
           05 filler                   pic x(35).

       fd contribution-sorted
           data record is sorted-rec
           record contains 53 characters.
       01 sorted-rec.
           05 sc-key                   pic x(18).
           05 sc-class                 pic 9.
           05 sc-txn-count             pic 9.
           05 sc-txn-amount            pic 9(07)v99.
           05 sc-foreign-amount        pic 9(07)v99.
           05 sc-item-count            pic 9.
           05 sc-item-units            pic 9(05).
           05 sc-item-amount           pic 9(07)v99.

       fd daily-summary
           data record is summary-rec
           record contains 300 characters.
       01 summary-rec.
           05 su-key.
               10 su-rec-type          pic x.
                   88 summary-control    value 'C'.
                   88 summary-dept       value 'D'.
                   88 summary-cashier    value 'K'.
                   88 summary-tender     value 'P'.
                   88 summary-store      value 'S'.
                   88 summary-chain      value 'T'.
                   88 summary-sku        value 'U'.
               10 su-store-no          pic xx.
               10 su-key-value         pic x(15).
           05 su-class-totals.
               10 su-class             occurs 5 times.
                   15 su-txn-count     pic 9(07).
                   15 su-txn-amount    pic 9(09)v99.
                   15 su-foreign-amount
                                       pic 9(09)v99.
                   15 su-item-count    pic 9(07).
                   15 su-item-units    pic 9(09).
                   15 su-item-amount   pic 9(09)v99.
           05 su-control redefines su-class-totals.
               10 su-business-date     pic 9(08).
               10 su-record-count      pic 9(07).
               10 su-line-count        pic 9(07).
               10 su-amount            pic 9(09)v99.
               10 su-bc-record-count   pic 9(07).
               10 su-bc-amount         pic 9(09)v99.
               10 su-balance-flag      pic x.
                   88 summary-balanced   value 'Y'.
               10 su-run-date          pic x(08).
               10 su-run-time          pic x(08).
               10 filler               pic x(212).
           05 filler                   pic x(02).

       fd output-file
           data record is output-line
           record contains 100 characters.
       01 output-line                  pic x(100).

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
       01 run-lock-comm.
           05 rl-function              pic x.
           05 rl-program-name          pic x(20).
           05 rl-status                pic x.
               88 run-lock-granted       value 'Y'.
           05 rl-holder-date           pic x(08).
           05 rl-holder-time           pic x(08).

       01 ws-data-status                pic xx value spaces.
       01 ws-line-register-status       pic xx value spaces.
       01 ws-line-register-open-flag    pic x value 'N'.
       01 ws-sku-status                 pic xx value spaces.
       01 ws-bc-status                  pic xx value spaces.
       01 ws-summary-status             pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.
       01 ws-business-date              pic 9(08) value 0.

       01 ws-sku-master-count           pic 9(03) value 0.
       01 sku-master-table.
           05 sku-master-entry          occurs 1 to 500 times
                                    depending on ws-sku-master-count
                                    indexed by sku-idx.
               10 sk-sku-code           pic x(15).
               10 sk-department         pic x(12).
       01 ws-work-department            pic x(12) value spaces.
       01 ws-work-sku                   pic x(15) value spaces.
       01 ws-void-line-count            pic 9(03) value 0.
       01 ws-void-line-eof-flag         pic x value 'N'.

       01 class-code-values            pic x(05) value "SLRVG".
       01 class-code-table redefines class-code-values.
           05 class-code               occurs 5 times
                                        pic x.
       01 ws-class-sub                  pic 9 value 0.

       01 contribution-work.
           05 cw-key.
               10 cw-rec-type          pic x.
               10 cw-store-no          pic xx.
               10 cw-key-value         pic x(15).
           05 cw-class                 pic 9.
           05 cw-txn-count             pic 9.
           05 cw-txn-amount            pic 9(07)v99.
           05 cw-foreign-amount        pic 9(07)v99.
           05 cw-item-count            pic 9.
           05 cw-item-units            pic 9(05).
           05 cw-item-amount           pic 9(07)v99.

       01 ws-break-key                  pic x(18) value spaces.

       01 chain-totals.
           05 ch-class                 occurs 5 times.
               10 ch-txn-count         pic 9(07) value 0.
               10 ch-txn-amount        pic 9(09)v99 value 0.
               10 ch-item-units        pic 9(09) value 0.
               10 ch-item-amount       pic 9(09)v99 value 0.

       01 ws-batch-control.
           05 ws-expected-record-count pic 9(07) value 0.
           05 ws-expected-amount       pic 9(09)v99 value 0.
           05 ws-bc-seen               pic x value 'N'.
           05 ws-bc-status-flag        pic x(16) value spaces.

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
               value "GROUP PROJECT - MFD-35".

       01 title-heading.
           05 filler                   pic x(18)
               value spaces.
           05 filler                   pic x(38)
               value "DAILY SUMMARY BUILD AND CONTROL CHECK".

       01 business-date-line.
           05 filler                   pic x(30)
               value "Business date".
           05 op-business-date         pic 9(08).

       01 count-line.
           05 op-count-label           pic x(30).
           05 op-count                 pic z,zzz,zz9.

       01 amount-line.
           05 op-amount-label          pic x(30).
           05 op-amount                pic zzz,zzz,zz9.99.

       01 class-heading.
           05 filler                   pic x(08)
               value "CLASS".
           05 filler                   pic x(14)
               value "  TRANSACTIONS".
           05 filler                   pic x(16)
               value "          AMOUNT".
           05 filler                   pic x(12)
               value "  ITEM UNITS".
           05 filler                   pic x(16)
               value "     ITEM AMOUNT".

       01 class-line.
           05 filler                   pic x(02)
               value spaces.
           05 op-class-code            pic x.
           05 filler                   pic x(08)
               value spaces.
           05 op-class-txn-count       pic z,zzz,zz9.
           05 filler                   pic x(02)
               value spaces.
           05 op-class-txn-amount      pic zzz,zzz,zz9.99.
           05 filler                   pic x(01)
               value spaces.
           05 op-class-item-units      pic zzz,zzz,zz9.
           05 filler                   pic x(02)
               value spaces.
           05 op-class-item-amount     pic zzz,zzz,zz9.99.

       01 control-heading.
           05 filler                   pic x(30)
               value "BATCH CONTROL CHECK".
           05 filler                   pic x(14)
               value "       RECORDS".
           05 filler                   pic x(16)
               value "          AMOUNT".

       01 control-line.
           05 op-control-label         pic x(30).
           05 filler                   pic x(05)
               value spaces.
           05 op-control-count         pic z,zzz,zz9.
           05 filler                   pic x(02)
               value spaces.
           05 op-control-amount        pic zzz,zzz,zz9.99.

       01 status-line.
           05 filler                   pic x(30)
               value "Status".
           05 op-status                pic x(16).

       01 flags.
           05 ws-eof-flag              pic x value 'N'.

       01 counters.
           05 ws-record-count          pic 9(07) value 0.
           05 ws-line-count            pic 9(07) value 0.
           05 ws-control-amount        pic 9(09)v99 value 0.
           05 ws-contribution-count    pic 9(07) value 0.
           05 ws-summary-count         pic 9(07) value 0.
           05 ws-write-error-count     pic 9(05) value 0.
           05 ws-store-count           pic 9(05) value 0.
           05 ws-cashier-count         pic 9(05) value 0.
           05 ws-tender-count          pic 9(05) value 0.
           05 ws-sku-count             pic 9(05) value 0.
           05 ws-dept-count            pic 9(05) value 0.

       procedure division.

       000-Main.

           perform 040-load-run-mode.
           perform 042-load-process-date.

           perform 043-acquire-run-lock.
           if not run-lock-granted
               accept ws-date          from date
               accept ws-time          from time
               move 12                 to return-code
               perform 900-write-audit-record
               goback
           end-if.

           accept ws-date              from date.
           accept ws-time              from time.
           accept ws-hdr-date          from date.
           accept ws-hdr-time          from time.
           move ws-process-date        to ws-business-date.

           if date-overridden
               move ws-process-date (3:6) to ws-date
               move ws-process-date (3:6)
                                       to ws-hdr-date
           end-if.

           perform 050-load-sku-master.
           perform 065-load-batch-control.

           perform 100-build-contributions.

           sort sort-work
               on ascending key sw-key
               using contribution-file
               giving contribution-sorted.

           perform 200-write-summary.
           perform 300-check-batch-control.
           perform 350-write-control-record.
           perform 400-print-report.

           move "End of Daily Summary Program."
                                       to ws-console-line.
           perform 910-put-console.

           string "Summary records written: "
                                       delimited by size
                  ws-summary-count     delimited by size
                  "  Batch control: "  delimited by size
                  ws-bc-status-flag    delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           if not batch-mode
               display "Press Enter to continue.."
               accept return-code
           end-if.

           if ws-bc-status-flag not = "IN BALANCE" or
              ws-write-error-count > 0
               move 8                  to return-code
           end-if.

           perform 900-write-audit-record.

           perform 044-release-run-lock.

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

       043-acquire-run-lock.
           move 'A'                    to rl-function.
           move "DailySummary"         to rl-program-name.
           call "RunLock"              using run-lock-comm.
           if not run-lock-granted
               string "Start refused - "    delimited by size
                      rl-program-name      delimited by size
                      " lock held since "  delimited by size
                      rl-holder-date       delimited by size
                      " "                  delimited by size
                      rl-holder-time       delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
           end-if.

       044-release-run-lock.
           move 'R'                    to rl-function.
           move "DailySummary"         to rl-program-name.
           call "RunLock"              using run-lock-comm.

       050-load-sku-master.
           move 'N'                    to ws-eof-flag.
           open input sku-master.
           if ws-sku-status not = "00"
               move "No SKU master on file - departments unlisted."
                                       to ws-console-line
               perform 910-put-console
               exit paragraph
           end-if.

           read sku-master
               at end
                   move 'Y'            to ws-eof-flag
           end-read.

           perform until ws-eof-flag = 'Y'
               if km-sku-code not = spaces and
                  ws-sku-master-count < 500
                   add 1               to ws-sku-master-count
                   move km-sku-code    to sk-sku-code
                                          (ws-sku-master-count)
                   move km-department  to sk-department
                                          (ws-sku-master-count)
               end-if
               read sku-master
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           close sku-master.

       065-load-batch-control.
           open input batch-control.
           if ws-bc-status = "00"
               read batch-control
                   at end
                       continue
                   not at end
                       move bc-record-count
                                       to ws-expected-record-count
                       move bc-amount  to ws-expected-amount
                       move 'Y'        to ws-bc-seen
               end-read
               close batch-control
           end-if.

       100-build-contributions.
           move 'N'                    to ws-eof-flag.
           open input trans-line-register.
           if ws-line-register-status = "00"
               move 'Y'                to ws-line-register-open-flag
           end-if.
           open output contribution-file.
           open input data-file.
           if ws-data-status not = "00"
               move "No validData on file."
                                       to ws-console-line
               perform 910-put-console
               move 'Y'                to ws-eof-flag
           else
               read data-file
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
               if ws-eof-flag = 'N' and in-trans-date is numeric
                       and not date-overridden
                   move in-trans-date  to ws-business-date
               end-if
           end-if.

           perform until ws-eof-flag = 'Y'
               perform 110-summarize-record
               read data-file
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           if ws-data-status = "00" or ws-data-status = "10"
               close data-file
           end-if.
           close contribution-file.
           if ws-line-register-open-flag = 'Y'
               close trans-line-register
           end-if.

       110-summarize-record.
           add 1                       to ws-record-count.
           if invoice-line
               add 1                   to ws-line-count
           else
               add in-trans-amount     to ws-control-amount
           end-if.

           move spaces                 to cw-key.
           move 0                      to cw-class.
           move 0                      to cw-txn-count.
           move 0                      to cw-txn-amount.
           move 0                      to cw-foreign-amount.
           move 0                      to cw-item-count.
           move 0                      to cw-item-units.
           move 0                      to cw-item-amount.

           evaluate in-trans-code
               when 'S'
                   move 1              to cw-class
               when 'L'
                   move 2              to cw-class
               when 'V'
                   move 4              to cw-class
               when 'G'
                   move 5              to cw-class
               when other
                   move 3              to cw-class
           end-evaluate.

           if not invoice-line
               move 1                  to cw-txn-count
               move in-trans-amount    to cw-txn-amount
               if in-pay-type = "US" and
                  in-foreign-amount is numeric
                   move in-foreign-amount
                                       to cw-foreign-amount
               end-if
           end-if.

           if in-trans-code not = 'G' and not invoice-header
               move 1                  to cw-item-count
               if invoice-line and in-quantity is numeric
                   move in-quantity    to cw-item-units
               else
                   move 1              to cw-item-units
               end-if
               move in-trans-amount    to cw-item-amount
           end-if.

           move 0                      to ws-void-line-count.
           if in-trans-code = 'V' and not invoice-line
               perform 130-count-voided-lines
           end-if.
           if ws-void-line-count > 0
               move 0                  to cw-item-count
               move 0                  to cw-item-units
               move 0                  to cw-item-amount
           end-if.

           if cw-txn-count = 0 and cw-item-count = 0
               exit paragraph
           end-if.

           move cw-class               to ws-class-sub.
           add cw-txn-count            to ch-txn-count (ws-class-sub).
           add cw-txn-amount           to ch-txn-amount (ws-class-sub).
           add cw-item-units           to ch-item-units (ws-class-sub).
           add cw-item-amount          to ch-item-amount
                                          (ws-class-sub).

           move 'T'                    to cw-rec-type.
           move spaces                 to cw-store-no.
           move spaces                 to cw-key-value.
           perform 150-write-contribution.

           move 'S'                    to cw-rec-type.
           move in-store-no            to cw-store-no.
           perform 150-write-contribution.

           if cw-txn-count = 1
               move 'K'                to cw-rec-type
               move in-cashier-id      to cw-key-value
               perform 150-write-contribution
               move 'P'                to cw-rec-type
               move in-pay-type        to cw-key-value
               perform 150-write-contribution
           end-if.

           if cw-item-count = 1
               move 0                  to cw-txn-count
               move 0                  to cw-txn-amount
               move 0                  to cw-foreign-amount
               move in-sku-code        to ws-work-sku
               perform 140-write-item-records
           end-if.

           if ws-void-line-count > 0
               perform 135-summarize-voided-lines
           end-if.

       120-find-department.
           move "*UNLISTED*"           to ws-work-department.
           if ws-sku-master-count > 0
               set sku-idx             to 1
               search sku-master-entry
                   at end
                       continue
                   when sk-sku-code (sku-idx) = ws-work-sku
                       move sk-department (sku-idx)
                                       to ws-work-department
               end-search
           end-if.

       130-count-voided-lines.
           if ws-line-register-open-flag = 'N'
               exit paragraph
           end-if.
           perform 132-start-voided-lines.
           perform until ws-void-line-eof-flag = 'Y'
               perform 134-read-voided-line
               if ws-void-line-eof-flag = 'N'
                   add 1               to ws-void-line-count
               end-if
           end-perform.

       132-start-voided-lines.
           move 'N'                    to ws-void-line-eof-flag.
           move in-invoice-number      to tl-invoice-no.
           move 0                      to tl-line-no.
           start trans-line-register
               key is >= tl-key
               invalid key
                   move 'Y'            to ws-void-line-eof-flag
           end-start.

       134-read-voided-line.
           perform until ws-void-line-eof-flag = 'Y'
               read trans-line-register next record
                   at end
                       move 'Y'        to ws-void-line-eof-flag
                   not at end
                       if tl-invoice-no not = in-invoice-number
                           move 'Y'    to ws-void-line-eof-flag
                       end-if
               end-read
               if ws-void-line-eof-flag = 'N' and
                  tl-trans-code = 'S' and
                  tl-disposition = "VOIDED"
                   exit perform
               end-if
           end-perform.

       135-summarize-voided-lines.
           perform 132-start-voided-lines.
           perform until ws-void-line-eof-flag = 'Y'
               perform 134-read-voided-line
               if ws-void-line-eof-flag = 'N'
                   move spaces         to cw-key
                   move 0              to cw-class
                   move 0              to cw-txn-count
                   move 0              to cw-txn-amount
                   move 0              to cw-foreign-amount
                   move 0              to cw-item-count
                   move 0              to cw-item-units
                   move 0              to cw-item-amount
                   move 4              to cw-class
                   move 1              to cw-item-count
                   move tl-quantity    to cw-item-units
                   move tl-ext-amount  to cw-item-amount
                   add cw-item-units   to ch-item-units (4)
                   add cw-item-amount  to ch-item-amount (4)
                   move 'T'            to cw-rec-type
                   move spaces         to cw-store-no
                   move spaces         to cw-key-value
                   perform 150-write-contribution
                   move 'S'            to cw-rec-type
                   move in-store-no    to cw-store-no
                   perform 150-write-contribution
                   move tl-sku-code    to ws-work-sku
                   perform 140-write-item-records
               end-if
           end-perform.

       140-write-item-records.
           move 'U'                    to cw-rec-type.
           move ws-work-sku            to cw-key-value.
           perform 150-write-contribution.
           perform 120-find-department.
           move 'D'                    to cw-rec-type.
           move ws-work-department     to cw-key-value.
           perform 150-write-contribution.

       150-write-contribution.
           write contribution-rec      from contribution-work.
           add 1                       to ws-contribution-count.

       200-write-summary.
           open output daily-summary.
           open input contribution-sorted.

           move spaces                 to ws-break-key.
           move 'N'                    to ws-eof-flag.
           read contribution-sorted
               at end
                   move 'Y'            to ws-eof-flag
           end-read.

           perform until ws-eof-flag = 'Y'
               if sc-key not = ws-break-key
                   if ws-break-key not = spaces
                       perform 220-put-summary-record
                   end-if
                   move spaces         to summary-rec
                   perform varying ws-class-sub from 1 by 1
                           until ws-class-sub > 5
                       move 0          to su-txn-count (ws-class-sub)
                       move 0          to su-txn-amount (ws-class-sub)
                       move 0          to su-foreign-amount
                                          (ws-class-sub)
                       move 0          to su-item-count (ws-class-sub)
                       move 0          to su-item-units (ws-class-sub)
                       move 0          to su-item-amount (ws-class-sub)
                   end-perform
                   move sc-key         to su-key
                   move sc-key         to ws-break-key
               end-if

               move sc-class           to ws-class-sub
               add sc-txn-count        to su-txn-count (ws-class-sub)
               add sc-txn-amount       to su-txn-amount
                                          (ws-class-sub)
               add sc-foreign-amount   to su-foreign-amount
                                          (ws-class-sub)
               add sc-item-count       to su-item-count
                                          (ws-class-sub)
               add sc-item-units       to su-item-units
                                          (ws-class-sub)
               add sc-item-amount      to su-item-amount
                                          (ws-class-sub)

               read contribution-sorted
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           if ws-break-key not = spaces
               perform 220-put-summary-record
           end-if.

           close contribution-sorted.

       220-put-summary-record.
           write summary-rec
               invalid key
                   add 1               to ws-write-error-count
               not invalid key
                   add 1               to ws-summary-count
                   evaluate true
                       when summary-store
                           add 1       to ws-store-count
                       when summary-cashier
                           add 1       to ws-cashier-count
                       when summary-tender
                           add 1       to ws-tender-count
                       when summary-sku
                           add 1       to ws-sku-count
                       when summary-dept
                           add 1       to ws-dept-count
                       when other
                           continue
                   end-evaluate
           end-write.

       300-check-batch-control.
           evaluate true
               when ws-bc-seen = 'N'
                   move "NO BATCH CONTROL"
                                       to ws-bc-status-flag
               when ws-expected-record-count = ws-record-count and
                    ws-expected-amount = ws-control-amount
                   move "IN BALANCE"   to ws-bc-status-flag
               when other
                   move "OUT OF BALANCE"
                                       to ws-bc-status-flag
           end-evaluate.

           if ws-bc-status-flag not = "IN BALANCE"
               move spaces             to ws-console-line
               string "Daily summary not balanced to batch control: "
                                       delimited by size
                      ws-bc-status-flag
                                       delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
           end-if.

       350-write-control-record.
           move spaces                 to summary-rec.
           move 'C'                    to su-rec-type.
           move spaces                 to su-store-no.
           move spaces                 to su-key-value.
           move ws-business-date       to su-business-date.
           move ws-record-count        to su-record-count.
           move ws-line-count          to su-line-count.
           move ws-control-amount      to su-amount.
           move ws-expected-record-count
                                       to su-bc-record-count.
           move ws-expected-amount     to su-bc-amount.
           if ws-bc-status-flag = "IN BALANCE"
               move 'Y'                to su-balance-flag
           else
               move 'N'                to su-balance-flag
           end-if.
           move ws-date                to su-run-date.
           move ws-time                to su-run-time.

           write summary-rec
               invalid key
                   add 1               to ws-write-error-count
               not invalid key
                   add 1               to ws-summary-count
           end-write.

           close daily-summary.

           if ws-write-error-count > 0
               move "Daily summary records could not be written."
                                       to ws-console-line
               perform 910-put-console
           end-if.

       400-print-report.
           open output output-file.

           write output-line           from team-title.
           write output-line           from main-heading
               after advancing 1 line.
           write output-line           from title-heading
               after advancing 1 line.

           move ws-business-date       to op-business-date.
           write output-line           from business-date-line
               after advancing 2 lines.

           move "Detail records read"  to op-count-label.
           move ws-record-count        to op-count.
           write output-line           from count-line
               after advancing 2 lines.
           move "Invoice line records" to op-count-label.
           move ws-line-count          to op-count.
           write output-line           from count-line
               after advancing 1 line.
           move "Amount (excluding lines)"
                                       to op-amount-label.
           move ws-control-amount      to op-amount.
           write output-line           from amount-line
               after advancing 1 line.

           write output-line           from class-heading
               after advancing 2 lines.
           perform varying ws-class-sub from 1 by 1
                   until ws-class-sub > 5
               move class-code (ws-class-sub)
                                       to op-class-code
               move ch-txn-count (ws-class-sub)
                                       to op-class-txn-count
               move ch-txn-amount (ws-class-sub)
                                       to op-class-txn-amount
               move ch-item-units (ws-class-sub)
                                       to op-class-item-units
               move ch-item-amount (ws-class-sub)
                                       to op-class-item-amount
               write output-line       from class-line
                   after advancing 1 line
           end-perform.

           move "Store summary records" to op-count-label.
           move ws-store-count         to op-count.
           write output-line           from count-line
               after advancing 2 lines.
           move "Cashier summary records"
                                       to op-count-label.
           move ws-cashier-count       to op-count.
           write output-line           from count-line
               after advancing 1 line.
           move "Tender summary records"
                                       to op-count-label.
           move ws-tender-count        to op-count.
           write output-line           from count-line
               after advancing 1 line.
           move "SKU summary records"  to op-count-label.
           move ws-sku-count           to op-count.
           write output-line           from count-line
               after advancing 1 line.
           move "Department summary records"
                                       to op-count-label.
           move ws-dept-count          to op-count.
           write output-line           from count-line
               after advancing 1 line.

           write output-line           from control-heading
               after advancing 2 lines.
           move "Batch control (Edits)" to op-control-label.
           move ws-expected-record-count
                                       to op-control-count.
           move ws-expected-amount     to op-control-amount.
           write output-line           from control-line
               after advancing 1 line.
           move "Daily summary"        to op-control-label.
           move ws-record-count        to op-control-count.
           move ws-control-amount      to op-control-amount.
           write output-line           from control-line
               after advancing 1 line.
           move ws-bc-status-flag      to op-status.
           write output-line           from status-line
               after advancing 1 line.

           close output-file.

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

           move "DailySummary"             to au-program-name.
           move ws-date                    to au-run-date.
           move ws-time                    to au-run-time.
           move ws-record-count            to au-input-count.
           move ws-summary-count           to au-output-count.
           move return-code                to au-return-code.

           write audit-rec.
           close audit-log.

       end program DailySummary.
