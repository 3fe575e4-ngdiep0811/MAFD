       identification division.
       program-id. InventoryReport.
       author. Ngoc Diep Nguyen.
       date-written. 15-October-2026.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select store-inventory
               assign to "../../../data/store-inventory.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is si-key
                   file status is ws-inventory-status.

           select sku-master
               assign to "../../../data/sku-master.dat"
                   organization is line sequential
                   file status is ws-sku-master-status.

           select output-file
               assign to "../../../data/inventory-exception.out"
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

       fd sku-master
           data record is sku-master-rec
           record contains 58 characters.
       01 sku-master-rec.
           05 km-sku-code              pic x(15).
           05 km-sku-desc              pic x(30).
           05 km-department            pic x(12).
           05 km-active-flag           pic x.

       fd output-file
           data record is output-line
           record contains 110 characters.
       01 output-line                  pic x(110).

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

       01 ws-inventory-status           pic xx value spaces.
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
               10 sk-sku-desc           pic x(30).

       01 ws-suggested-qty              pic s9(07) value 0.

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
               value "GROUP PROJECT - MFD-23".

       01 title-heading.
           05 filler                   pic x(22)
               value spaces.
           05 filler                   pic x(34)
               value "STORE INVENTORY EXCEPTION REPORT".

       01 reorder-title.
           05 filler                   pic x(40)
               value "ITEMS AT OR BELOW REORDER POINT".

       01 negative-title.
           05 filler                   pic x(40)
               value "NEGATIVE ON-HAND BALANCES".

       01 detail-heading.
           05 filler                   pic x(07)
               value "STORE".
           05 filler                   pic x(17)
               value "SKU CODE".
           05 filler                   pic x(32)
               value "DESCRIPTION".
           05 filler                   pic x(10)
               value "  ON HAND".
           05 filler                   pic x(11)
               value "  REORDER".
           05 filler                   pic x(11)
               value "    ORDER".
           05 filler                   pic x(10)
               value "LAST RCPT".
           05 filler                   pic x(10)
               value "LAST SALE".

       01 detail-line.
           05 filler                   pic x(01)
               value spaces.
           05 op-store-no              pic xx.
           05 filler                   pic x(04)
               value spaces.
           05 op-sku-code              pic x(15).
           05 filler                   pic x(02)
               value spaces.
           05 op-sku-desc              pic x(30).
           05 filler                   pic x(02)
               value spaces.
           05 op-on-hand               pic z,zzz,zz9-.
           05 filler                   pic x(01)
               value spaces.
           05 op-reorder-point         pic z,zzz,zz9.
           05 filler                   pic x(02)
               value spaces.
           05 op-suggested-qty         pic z,zzz,zz9.
           05 filler                   pic x(02)
               value spaces.
           05 op-last-receipt          pic 9(08).
           05 filler                   pic x(02)
               value spaces.
           05 op-last-sale             pic 9(08).

       01 none-line.
           05 filler                   pic x(40)
               value "   *** NONE ***".

       01 total-items-line.
           05 filler                   pic x(28)
               value "Items on ledger          =  ".
           05 op-item-count            pic zzzzz9.

       01 total-reorder-line.
           05 filler                   pic x(28)
               value "Items to reorder         =  ".
           05 op-reorder-count         pic zzzzz9.

       01 total-negative-line.
           05 filler                   pic x(28)
               value "Items with negative stock=  ".
           05 op-negative-count        pic zzzzz9.

       01 total-short-line.
           05 filler                   pic x(28)
               value "Units short              = ".
           05 op-short-units           pic z,zzz,zz9-.

       01 flags.
           05 ws-eof-flag              pic x value 'N'.

       01 counters.
           05 ws-item-counter          pic 9(07) value 0.
           05 ws-reorder-counter       pic 9(07) value 0.
           05 ws-negative-counter      pic 9(07) value 0.
           05 ws-short-units           pic s9(09) value 0.

       procedure division.

       000-Main.

           perform 040-load-run-mode.
           perform 042-load-process-date.

           accept ws-hdr-date          from date.
           accept ws-hdr-time          from time.

           if date-overridden
               move ws-process-date (3:6)
                                       to ws-hdr-date
           end-if.
           move ws-hdr-date            to ws-date.
           move ws-hdr-time            to ws-time.

           perform 050-load-sku-master.

           open output output-file.

           write output-line           from team-title.
           write output-line           from main-heading
               after advancing 1 line.
           write output-line           from title-heading
               after advancing 1 line.

           perform 100-list-reorder.
           perform 200-list-negative.
           perform 300-print-footer.

           close output-file.

           string "Items to reorder: " delimited by size
                  ws-reorder-counter  delimited by size
                  "  negative: "      delimited by size
                  ws-negative-counter delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           move "End of Inventory Report Program."
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
                   move km-sku-desc    to sk-sku-desc
                                          (ws-sku-master-count)
                   read sku-master
                       at end
                           move 'Z'    to ws-eof-flag
                   end-read
               end-if
           end-perform.

           move 'N'                    to ws-eof-flag.
           close sku-master.

       060-open-ledger.
           move 'N'                    to ws-eof-flag.
           open input store-inventory.
           if ws-inventory-status not = "00"
               move 'Y'                to ws-eof-flag
           else
               read store-inventory next record
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-if.

       065-close-ledger.
           if ws-inventory-status = "00" or
              ws-inventory-status = "10"
               close store-inventory
           end-if.

       100-list-reorder.
           write output-line           from reorder-title
               after advancing 2 lines.
           write output-line           from detail-heading
               after advancing 1 line.

           perform 060-open-ledger.
           if ws-inventory-status not = "00"
               move "Store inventory ledger not on file."
                                       to ws-console-line
               perform 910-put-console
           end-if.

           perform until ws-eof-flag = 'Y'
               add 1                   to ws-item-counter
               if si-reorder-point > 0 and
                  si-on-hand <= si-reorder-point
                   add 1               to ws-reorder-counter
                   if si-reorder-qty > 0
                       move si-reorder-qty
                                       to ws-suggested-qty
                   else
                       compute ws-suggested-qty =
                           si-reorder-point - si-on-hand
                   end-if
                   perform 150-write-detail
               end-if
               read store-inventory next record
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           perform 065-close-ledger.

           if ws-reorder-counter = 0
               write output-line       from none-line
           end-if.

       150-write-detail.
           move si-store-no            to op-store-no.
           move si-sku-code            to op-sku-code.
           move spaces                 to op-sku-desc.
           set sku-idx                 to 1.
           search sku-master-entry
               at end
                   move "** NOT ON SKU MASTER **"
                                       to op-sku-desc
               when sk-sku-code (sku-idx) = si-sku-code
                   move sk-sku-desc (sku-idx)
                                       to op-sku-desc
           end-search.
           move si-on-hand             to op-on-hand.
           move si-reorder-point       to op-reorder-point.
           move ws-suggested-qty       to op-suggested-qty.
           move si-last-receipt-date   to op-last-receipt.
           move si-last-sale-date      to op-last-sale.
           write output-line           from detail-line.

       200-list-negative.
           write output-line           from negative-title
               after advancing 2 lines.
           write output-line           from detail-heading
               after advancing 1 line.

           perform 060-open-ledger.

           perform until ws-eof-flag = 'Y'
               if si-on-hand < 0
                   add 1               to ws-negative-counter
                   subtract si-on-hand from ws-short-units
                   compute ws-suggested-qty =
                       si-reorder-point - si-on-hand
                   perform 150-write-detail
               end-if
               read store-inventory next record
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           perform 065-close-ledger.

           if ws-negative-counter = 0
               write output-line       from none-line
           end-if.

       300-print-footer.
           move ws-item-counter        to op-item-count.
           move ws-reorder-counter     to op-reorder-count.
           move ws-negative-counter    to op-negative-count.
           move ws-short-units         to op-short-units.

           write output-line           from total-items-line
               after advancing 2 lines.
           write output-line           from total-reorder-line.
           write output-line           from total-negative-line.
           write output-line           from total-short-line.

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

           move "InventoryReport"          to au-program-name.
           move ws-date                    to au-run-date.
           move ws-time                    to au-run-time.
           move ws-item-counter            to au-input-count.
           compute au-output-count =
               ws-reorder-counter + ws-negative-counter.
           move return-code                to au-return-code.

           write audit-rec.
           close audit-log.

       end program InventoryReport.
