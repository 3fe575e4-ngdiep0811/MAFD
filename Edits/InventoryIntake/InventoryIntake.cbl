       identification division.
       program-id. InventoryIntake.
       author. Ngoc Diep Nguyen.
       date-written. 15-October-2026.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select intake-file
               assign to "../../../data/inventory-intake.dat"
                   organization is line sequential
                   file status is ws-intake-status.

           select reject-file
               assign to "../../../data/inventory-intake-rejects.dat"
                   organization is line sequential
                   file status is ws-reject-status.

           select adjust-log
               assign to "../../../data/inventory-adjust-log.dat"
                   organization is line sequential
                   file status is ws-adjust-status.

           select store-inventory
               assign to "../../../data/store-inventory.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is si-key
                   file status is ws-inventory-status.

           select store-master
               assign to "../../../data/store-master.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is sm-store-no
                   file status is ws-store-master-status.

           select sku-master
               assign to "../../../data/sku-master.dat"
                   organization is line sequential
                   file status is ws-sku-master-status.

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

       fd intake-file
           data record is intake-rec
           record contains 60 characters.
       01 intake-rec.
           05 ii-rec-type              pic x.
               88 ii-receipt               value 'R'.
               88 ii-physical-count        value 'C'.
               88 ii-reorder-setting       value 'P'.
           05 ii-store-no              pic xx.
           05 ii-sku-code              pic x(15).
           05 ii-quantity              pic 9(07).
           05 ii-reorder-qty           pic 9(07).
           05 ii-trans-date            pic 9(08).
           05 ii-reference             pic x(10).
           05 filler                   pic x(10).

       fd reject-file
           data record is reject-rec
           record contains 90 characters.
       01 reject-rec.
           05 rj-intake-rec            pic x(60).
           05 rj-reason                pic x(30).

       fd adjust-log
           data record is adjust-rec
           record contains 67 characters.
       01 adjust-rec.
           05 al-process-date          pic 9(08).
           05 al-rec-type              pic x.
           05 al-store-no              pic xx.
           05 al-sku-code              pic x(15).
           05 al-quantity              pic 9(07).
           05 al-before-on-hand        pic s9(07)
                                        sign leading separate.
           05 al-after-on-hand         pic s9(07)
                                        sign leading separate.
           05 al-trans-date            pic 9(08).
           05 al-reference             pic x(10).

       fd store-inventory
           data record is store-inventory-rec.
       01 store-inventory-rec.
           05 si-key.
               10 si-store-no          pic xx.
               10 si-sku-code          pic x(15).
           05 si-on-hand               pic s9(07).
           05 si-reorder-point         pic 9(07).
           05 si-reorder-qty           pic 9(07).
           05 si-last-sale-date        pic 9(08).
           05 si-last-receipt-date     pic 9(08).
           05 si-last-count-date       pic 9(08).
           05 si-status                pic x.

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

       fd sku-master
           data record is sku-master-rec
           record contains 58 characters.
       01 sku-master-rec.
           05 km-sku-code              pic x(15).
           05 km-sku-desc              pic x(30).
           05 km-department            pic x(12).
           05 km-active-flag           pic x.

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

       01 ws-intake-status              pic xx value spaces.
       01 ws-reject-status              pic xx value spaces.
       01 ws-adjust-status              pic xx value spaces.
       01 ws-inventory-status           pic xx value spaces.
       01 ws-store-master-status        pic xx value spaces.
       01 ws-sku-master-status          pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.

       01 ws-sku-master-count           pic 9(03) value 0.
       01 sku-master-table.
           05 sku-master-entry          occurs 1 to 500 times
                                    depending on ws-sku-master-count
                                    indexed by sku-idx.
               10 sk-sku-code           pic x(15).

       01 ws-reject-reason              pic x(30) value spaces.
       01 ws-before-on-hand             pic s9(07) value 0.

       01 flags.
           05 ws-eof-flag              pic x value 'N'.
           05 ws-new-item-flag         pic x value 'N'.
               88 new-inventory-item       value 'Y'.

       01 counters.
           05 ws-read-counter          pic 9(07) value 0.
           05 ws-receipt-counter       pic 9(07) value 0.
           05 ws-count-counter         pic 9(07) value 0.
           05 ws-setting-counter       pic 9(07) value 0.
           05 ws-reject-counter        pic 9(07) value 0.
           05 ws-posted-counter        pic 9(07) value 0.

       procedure division.

       000-Main.

           perform 040-load-run-mode.
           perform 042-load-process-date.

           accept ws-date              from date.
           accept ws-time              from time.

           if date-overridden
               move ws-process-date (3:6)
                                       to ws-date
           end-if.

           move "Inventory Receipts and Count Intake"
                                       to ws-console-line.
           perform 910-put-console.

           open input intake-file.
           if ws-intake-status not = "00"
               move "No inventory intake file on hand."
                                       to ws-console-line
               perform 910-put-console
               perform 900-write-audit-record
               goback
           end-if.

           perform 050-load-sku-master.
           open input store-master.

           open i-o store-inventory.
           if ws-inventory-status = "35"
               open output store-inventory
               close store-inventory
               open i-o store-inventory
           end-if.

           open output reject-file.

           open extend adjust-log.
           if ws-adjust-status = "35"
               open output adjust-log
               close adjust-log
               open extend adjust-log
           end-if.

           read intake-file
               at end
                   move 'Y'            to ws-eof-flag
           end-read.

           perform 100-process-intake
               until ws-eof-flag = 'Y'.

           close intake-file,
                 reject-file,
                 adjust-log,
                 store-inventory.
           if ws-store-master-status = "00" or
              ws-store-master-status = "23"
               close store-master
           end-if.

           open output intake-file.
           close intake-file.

           compute ws-posted-counter =
               ws-receipt-counter + ws-count-counter
               + ws-setting-counter.

           string "Intake records read : " delimited by size
                  ws-read-counter          delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           string "Receipts posted     : " delimited by size
                  ws-receipt-counter       delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           string "Counts posted       : " delimited by size
                  ws-count-counter         delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           string "Reorder points set  : " delimited by size
                  ws-setting-counter       delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           string "Records rejected    : " delimited by size
                  ws-reject-counter        delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           if ws-reject-counter > 0
               move 4                  to return-code
           end-if.

           move "End of Inventory Intake Program."
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

       050-load-sku-master.
           open input sku-master.
           if ws-sku-master-status not = "00"
               exit paragraph
           end-if.

           read sku-master
               at end
                   move 'Z'            to ws-eof-flag
           end-read.

           perform until ws-eof-flag = 'Z'
               if km-sku-code = spaces or
                  ws-sku-master-count >= 500
                   move 'Z'            to ws-eof-flag
               else
                   add 1               to ws-sku-master-count
                   move km-sku-code    to sk-sku-code
                                          (ws-sku-master-count)
                   read sku-master
                       at end
                           move 'Z'    to ws-eof-flag
                   end-read
               end-if
           end-perform.

           move 'N'                    to ws-eof-flag.
           close sku-master.

       100-process-intake.
           add 1                       to ws-read-counter.

           perform 200-validate-intake.

           if ws-reject-reason not = spaces
               perform 290-write-reject
           else
               perform 300-post-intake
           end-if.

           read intake-file
               at end
                   move 'Y'            to ws-eof-flag
           end-read.

       200-validate-intake.
           move spaces                 to ws-reject-reason.

           if not ii-receipt and
              not ii-physical-count and
              not ii-reorder-setting
               move "Invalid Record Type"
                                       to ws-reject-reason
               exit paragraph
           end-if.

           move ii-store-no            to sm-store-no.
           read store-master
               key is sm-store-no
               invalid key
                   move "Store Not On File"
                                       to ws-reject-reason
                   exit paragraph
           end-read.

           set sku-idx                 to 1.
           search sku-master-entry
               at end
                   move "SKU Not On File"
                                       to ws-reject-reason
                   exit paragraph
               when sk-sku-code (sku-idx) = ii-sku-code
                   continue
           end-search.

           if ii-quantity is not numeric
               move "Invalid Quantity" to ws-reject-reason
               exit paragraph
           end-if.

           if ii-receipt and ii-quantity = 0
               move "Receipt Quantity Is Zero"
                                       to ws-reject-reason
               exit paragraph
           end-if.

           if ii-reorder-setting and ii-reorder-qty is not numeric
               move "Invalid Reorder Quantity"
                                       to ws-reject-reason
               exit paragraph
           end-if.

           if ii-trans-date is not numeric or
              ii-trans-date = 0
               move "Invalid Transaction Date"
                                       to ws-reject-reason
           end-if.

       290-write-reject.
           move intake-rec             to rj-intake-rec.
           move ws-reject-reason       to rj-reason.
           write reject-rec.
           add 1                       to ws-reject-counter.

       300-post-intake.
           move 'N'                    to ws-new-item-flag.
           move ii-store-no            to si-store-no.
           move ii-sku-code            to si-sku-code.
           read store-inventory
               key is si-key
               invalid key
                   move 'Y'            to ws-new-item-flag
                   move 0              to si-on-hand
                   move 0              to si-reorder-point
                   move 0              to si-reorder-qty
                   move 0              to si-last-sale-date
                   move 0              to si-last-receipt-date
                   move 0              to si-last-count-date
                   move 'A'            to si-status
           end-read.

           move si-on-hand             to ws-before-on-hand.

           evaluate true
               when ii-receipt
                   add ii-quantity     to si-on-hand
                   move ii-trans-date  to si-last-receipt-date
                   add 1               to ws-receipt-counter
               when ii-physical-count
                   move ii-quantity    to si-on-hand
                   move ii-trans-date  to si-last-count-date
                   add 1               to ws-count-counter
               when ii-reorder-setting
                   move ii-quantity    to si-reorder-point
                   move ii-reorder-qty to si-reorder-qty
                   add 1               to ws-setting-counter
           end-evaluate.

           if new-inventory-item
               write store-inventory-rec
                   invalid key
                       continue
               end-write
           else
               rewrite store-inventory-rec
                   invalid key
                       continue
               end-rewrite
           end-if.

           if not ii-reorder-setting
               perform 350-write-adjust-log
           end-if.

       350-write-adjust-log.
           move ws-process-date        to al-process-date.
           move ii-rec-type            to al-rec-type.
           move ii-store-no            to al-store-no.
           move ii-sku-code            to al-sku-code.
           move ii-quantity            to al-quantity.
           move ws-before-on-hand      to al-before-on-hand.
           move si-on-hand             to al-after-on-hand.
           move ii-trans-date          to al-trans-date.
           move ii-reference           to al-reference.
           write adjust-rec.

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

           move "InventoryIntake"          to au-program-name.
           move ws-date                    to au-run-date.
           move ws-time                    to au-run-time.
           move ws-read-counter            to au-input-count.
           move ws-posted-counter          to au-output-count.
           move return-code                to au-return-code.

           write audit-rec.
           close audit-log.

       end program InventoryIntake.
