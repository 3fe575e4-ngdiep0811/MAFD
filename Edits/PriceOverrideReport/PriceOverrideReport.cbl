       identification division.
       program-id. PriceOverrideReport.
       author. Ngoc Diep Nguyen.
       date-written. 15-October-2026.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select override-file
               assign to "../../../data/price-override.dat"
                   organization is line sequential
                   file status is ws-override-status.

           select sort-work
               assign to "../../../data/price-override-sort.tmp".

           select sorted-file
               assign to "../../../data/price-override-sorted.dat"
                   organization is line sequential.

           select output-file
               assign to "../../../data/price-override.out"
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

       fd override-file
           data record is override-file-rec
           record contains 68 characters.
       01 override-file-rec            pic x(68).

       sd sort-work
           data record is sort-rec.
       01 sort-rec.
           05 sw-store-no              pic xx.
           05 sw-cashier-id            pic x(05).
           05 sw-invoice-number        pic x(09).
           05 sw-sku-code              pic x(15).
           05 filler                   pic x(37).

       fd sorted-file
           data record is price-override-rec
           record contains 68 characters.
       01 price-override-rec.
           05 po-store-no              pic xx.
           05 po-cashier-id            pic x(05).
           05 po-invoice-number        pic x(09).
           05 po-sku-code              pic x(15).
           05 po-trans-date            pic 9(08).
           05 po-price-type            pic x.
           05 po-expected-price        pic 9(07)v99.
           05 po-actual-price          pic 9(07)v99.
           05 po-variance              pic s9(07)v99
                                       sign is leading separate.

       fd output-file
           data record is output-line
           record contains 105 characters.
       01 output-line                  pic x(105).

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

       01 ws-override-status            pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.

       01 ws-prev-store-no              pic xx value spaces.
       01 ws-prev-cashier-id            pic x(05) value spaces.

       01 cashier-totals.
           05 ct-count                 pic 9(07) value 0.
           05 ct-under-amount          pic 9(09)v99 value 0.
           05 ct-over-amount           pic 9(09)v99 value 0.

       01 store-totals.
           05 st-count                 pic 9(07) value 0.
           05 st-under-amount          pic 9(09)v99 value 0.
           05 st-over-amount           pic 9(09)v99 value 0.

       01 grand-totals.
           05 gt-count                 pic 9(07) value 0.
           05 gt-under-amount          pic 9(09)v99 value 0.
           05 gt-over-amount           pic 9(09)v99 value 0.

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
               value "GROUP PROJECT - MFD-21".

       01 title-heading.
           05 filler                   pic x(18)
               value spaces.
           05 filler                   pic x(43)
               value "PRICE OVERRIDE EXCEPTIONS - LOSS PREVENTION".

       01 detail-heading.
           05 filler                   pic x(05)
               value "STORE".
           05 filler                   pic x(02)
               value spaces.
           05 filler                   pic x(07)
               value "CASHIER".
           05 filler                   pic x(02)
               value spaces.
           05 filler                   pic x(09)
               value "INVOICE".
           05 filler                   pic x(02)
               value spaces.
           05 filler                   pic x(15)
               value "SKU".
           05 filler                   pic x(02)
               value spaces.
           05 filler                   pic x(08)
               value "DATE".
           05 filler                   pic x(02)
               value spaces.
           05 filler                   pic x(04)
               value "TYPE".
           05 filler                   pic x(14)
               value "      EXPECTED".
           05 filler                   pic x(14)
               value "        ACTUAL".
           05 filler                   pic x(15)
               value "       VARIANCE".

       01 detail-line.
           05 filler                   pic x(02)
               value spaces.
           05 op-store-no              pic xx.
           05 filler                   pic x(03)
               value spaces.
           05 op-cashier-id            pic x(05).
           05 filler                   pic x(04)
               value spaces.
           05 op-invoice-number        pic x(09).
           05 filler                   pic x(02)
               value spaces.
           05 op-sku-code              pic x(15).
           05 filler                   pic x(02)
               value spaces.
           05 op-trans-date            pic 9(08).
           05 filler                   pic x(03)
               value spaces.
           05 op-price-type            pic x.
           05 filler                   pic x(01)
               value spaces.
           05 op-expected-price        pic zz,zzz,zz9.99.
           05 filler                   pic x(01)
               value spaces.
           05 op-actual-price          pic zz,zzz,zz9.99.
           05 filler                   pic x(01)
               value spaces.
           05 op-variance              pic zz,zzz,zz9.99-.

       01 total-line.
           05 filler                   pic x(02)
               value spaces.
           05 op-total-label           pic x(22).
           05 filler                   pic x(02)
               value spaces.
           05 op-total-count           pic zzzzz9.
           05 filler                   pic x(12)
               value " overrides  ".
           05 filler                   pic x(07)
               value "Under: ".
           05 op-total-under           pic zzz,zzz,zz9.99.
           05 filler                   pic x(09)
               value "   Over: ".
           05 op-total-over            pic zzz,zzz,zz9.99.

       01 footer-line-1.
           05 filler                   pic x(28)
               value "Overrides reported       =  ".
           05 op-override-total        pic zzzzz9.

       01 footer-line-2.
           05 filler                   pic x(28)
               value "Under-ring leakage       =  ".
           05 op-leakage-total         pic $$$,$$$,$$9.99.

       01 footer-line-3.
           05 filler                   pic x(28)
               value "Over-ring amount         =  ".
           05 op-over-total            pic $$$,$$$,$$9.99.

       01 flags.
           05 ws-eof-flag              pic x value 'N'.

       01 counters.
           05 ws-record-counter        pic 9(07) value 0.
           05 ws-line-counter          pic 9(07) value 0.

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

           open output output-file.
           perform 100-print-heading.

           open input override-file.
           if ws-override-status not = "00"
               move "No price overrides on file."
                                       to ws-console-line
               perform 910-put-console
           else
               close override-file
               sort sort-work
                   on ascending key sw-store-no
                                    sw-cashier-id
                                    sw-invoice-number
                                    sw-sku-code
                   using override-file
                   giving sorted-file
               perform 200-print-overrides
           end-if.

           perform 400-print-footer.
           close output-file.

           move "End of Price Override Report Program."
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

       100-print-heading.
           write output-line           from team-title.
           write output-line           from main-heading
               after advancing 1 line.
           write output-line           from title-heading
               after advancing 1 line.
           write output-line           from detail-heading
               after advancing 2 lines.

       200-print-overrides.
           move 'N'                    to ws-eof-flag.
           open input sorted-file.
           read sorted-file
               at end
                   move 'Y'            to ws-eof-flag
           end-read.

           if ws-eof-flag = 'N'
               move po-store-no        to ws-prev-store-no
               move po-cashier-id      to ws-prev-cashier-id
           end-if.

           perform until ws-eof-flag = 'Y'
               if po-store-no not = ws-prev-store-no
                   perform 310-cashier-break
                   perform 320-store-break
               else
                   if po-cashier-id not = ws-prev-cashier-id
                       perform 310-cashier-break
                   end-if
               end-if

               add 1                   to ws-record-counter
               perform 210-print-detail

               read sorted-file
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           if ws-record-counter > 0
               perform 310-cashier-break
               perform 320-store-break
           end-if.

           close sorted-file.

       210-print-detail.
           move po-store-no            to op-store-no.
           move po-cashier-id          to op-cashier-id.
           move po-invoice-number      to op-invoice-number.
           move po-sku-code            to op-sku-code.
           move po-trans-date          to op-trans-date.
           move po-price-type          to op-price-type.
           move po-expected-price      to op-expected-price.
           move po-actual-price        to op-actual-price.
           move po-variance            to op-variance.
           write output-line           from detail-line.
           add 1                       to ws-line-counter.

           add 1                       to ct-count.
           if po-variance < 0
               subtract po-variance    from ct-under-amount
           else
               add po-variance         to ct-over-amount
           end-if.

       310-cashier-break.
           move spaces                 to op-total-label.
           string "Cashier "           delimited by size
                  ws-prev-cashier-id   delimited by size
                  " total"             delimited by size
                  into op-total-label
           end-string.
           move ct-count               to op-total-count.
           move ct-under-amount        to op-total-under.
           move ct-over-amount         to op-total-over.
           write output-line           from total-line.

           add ct-count                to st-count.
           add ct-under-amount         to st-under-amount.
           add ct-over-amount          to st-over-amount.
           move 0                      to ct-count.
           move 0                      to ct-under-amount.
           move 0                      to ct-over-amount.

           move po-cashier-id          to ws-prev-cashier-id.

       320-store-break.
           move spaces                 to op-total-label.
           string "Store "             delimited by size
                  ws-prev-store-no     delimited by size
                  " total"             delimited by size
                  into op-total-label
           end-string.
           move st-count               to op-total-count.
           move st-under-amount        to op-total-under.
           move st-over-amount         to op-total-over.
           write output-line           from total-line.
           move spaces                 to output-line.
           write output-line.

           add st-count                to gt-count.
           add st-under-amount         to gt-under-amount.
           add st-over-amount          to gt-over-amount.
           move 0                      to st-count.
           move 0                      to st-under-amount.
           move 0                      to st-over-amount.

           move po-store-no            to ws-prev-store-no.

       400-print-footer.
           move gt-count               to op-override-total.
           move gt-under-amount        to op-leakage-total.
           move gt-over-amount         to op-over-total.

           write output-line           from footer-line-1
               after advancing 2 lines.
           write output-line           from footer-line-2.
           write output-line           from footer-line-3.

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

           move "PriceOverrideReport"      to au-program-name.
           move ws-date                    to au-run-date.
           move ws-time                    to au-run-time.
           move ws-record-counter          to au-input-count.
           move ws-line-counter            to au-output-count.
           move return-code                to au-return-code.

           write audit-rec.
           close audit-log.

       end program PriceOverrideReport.
