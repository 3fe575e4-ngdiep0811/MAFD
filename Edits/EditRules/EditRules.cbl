               assign to "../../../data/sku-master.dat"
                   organization is line sequential.

           select sku-price
               assign to "../../../data/sku-price.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is sp-key
                   file status is ws-sku-price-status.

           select exempt-cert-master
               assign to "../../../data/tax-exempt-cert.dat"
                   organization is line sequential
                   file status is ws-exempt-cert-status.

           select province-tax
               assign to "../../../data/province-tax.dat"
                   organization is line sequential
                   file status is ws-province-status.

           select exchange-rate
               assign to "../../../data/exchange-rate.dat"
                   organization is line sequential
                   file status is ws-exchange-status.

           select run-params
               assign to "../../../data/edits-run-params.dat"
                   organization is line sequential
           05 km-department            pic x(12).
           05 km-active-flag           pic x.

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

       fd exempt-cert-master
           data record is exempt-cert-rec
           record contains 80 characters.
       01 exempt-cert-rec.
           05 xc-cert-no               pic x(15).
           05 xc-reason                pic xx.
           05 xc-holder-name           pic x(30).
           05 xc-effective-date        pic 9(08).
           05 xc-expiry-date           pic 9(08).
           05 xc-active-flag           pic x.
           05 filler                   pic x(16).

       fd province-tax
           data record is province-tax-rec
           record contains 40 characters.
       01 province-tax-rec.
           05 pv-province              pic xx.
           05 pv-province-name         pic x(25).
           05 pv-tax-rate              pic 9v99999.
           05 filler                   pic x(07).

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

       fd run-params
           data record is run-params-rec
           record contains 29 characters.
       01 run-params-rec.
           05 rp-reject-pct-threshold  pic 9(03).
           05 rp-reject-min-sample     pic 9(03).
           05 rp-invoice-min           pic 9(06).
           05 rp-invoice-max           pic 9(06).
           05 rp-backdate-window       pic 9(03).
           05 rp-price-tolerance-pct   pic 9(03).

       fd process-date-file
           data record is process-date-rec

       fd proposed-params
           data record is proposed-params-rec
           record contains 29 characters.
       01 proposed-params-rec.
           05 pp-reject-pct-threshold  pic 9(03).
           05 pp-reject-min-sample     pic 9(03).
           05 pp-invoice-min           pic 9(06).
           05 pp-invoice-max           pic 9(06).
           05 pp-backdate-window       pic 9(03).
           05 pp-price-tolerance-pct   pic 9(03).

       working-storage section.

               10 sk-department         pic x(12).
               10 sk-active-flag        pic x.

       01 ws-exempt-cert-status         pic xx value spaces.
       01 ws-cert-count                 pic 9(04) value 0.
       01 cert-table.
           05 cert-entry                occurs 1 to 2000 times
                                         depending on ws-cert-count.
               10 ct-cert-no            pic x(15).
               10 ct-reason             pic xx.
               10 ct-effective-date     pic 9(08).
               10 ct-expiry-date        pic 9(08).
               10 ct-active-flag        pic x.
       01 ws-cert-sub                   pic 9(04) value 0.
       01 ws-found-cert-sub             pic 9(04) value 0.

       01 ws-province-status            pic xx value spaces.
       01 ws-province-count             pic 99 value 0.
       01 province-table.
           05 province-entry            occurs 1 to 20 times
                                         depending on ws-province-count.
               10 pt-province           pic xx.
               10 pt-tax-rate           pic 9v99999.
       01 ws-province-sub               pic 99 value 0.
       01 ws-province-found-flag        pic x value 'N'.

       01 ws-exchange-status            pic xx value spaces.
       01 ws-rate-count                 pic 9(04) value 0.
       01 rate-table.
           05 rate-entry                occurs 1 to 1000 times
                                         depending on ws-rate-count.
               10 rt-rate-date          pic 9(08).
               10 rt-official-rate      pic 9(02)v9(06).
       01 ws-rate-sub                   pic 9(04) value 0.
       01 ws-found-rate-sub             pic 9(04) value 0.
       01 ws-fx-expected                pic 9(09)v99 value 0.
       01 ws-fx-difference              pic s9(09)v99 value 0.

       01 ws-sku-price-status           pic xx value spaces.
       01 ws-price-count                pic 9(04) value 0.
       01 price-table.
           05 price-entry               occurs 1 to 5000 times
                                         depending on ws-price-count.
               10 pr-sku-code           pic x(15).
               10 pr-price-type         pic x.
               10 pr-start-date         pic 9(08).
               10 pr-end-date           pic 9(08).
               10 pr-price              pic 9(07)v99.
       01 ws-price-sub                  pic 9(04) value 0.
       01 ws-best-price-sub             pic 9(04) value 0.
       01 ws-price-diff                 pic s9(07)v99 value 0.

       01 constants.
           05 cnst-invoice-min-value   pic 9(06)
               value 100000.
               value 900000.
           05 cnst-backdate-window-days pic 9(03)
               value 7.
           05 cnst-price-tolerance-pct pic 9(03)
               value 5.

       01 rule-texts.
           05 txt-trans-code           pic x(24)
               value "Invalid Cashier ID".
           05 txt-gc-pays-gc           pic x(25)
               value "GC Cannot Pay For GC Sale".
           05 txt-rec-type             pic x(19)
               value "Invalid Record Type".
           05 txt-line-item            pic x(25)
               value "Invalid Line Item Details".
           05 txt-line-extension       pic x(23)
               value "Line Extension Mismatch".
           05 txt-customer-no          pic x(24)
               value "Invalid Loyalty Customer".
           05 txt-trans-time           pic x(24)
               value "Invalid Transaction Time".
           05 txt-period-closed        pic x(21)
               value "Posting Period Closed".
           05 txt-exempt-reason        pic x(25)
               value "Invalid Exemption Reason".
           05 txt-exempt-cert          pic x(26)
               value "Invalid Exempt Certificate".
           05 txt-exempt-expired       pic x(26)
               value "Exempt Certificate Expired".
           05 txt-ship-to              pic x(23)
               value "Invalid Ship-To Details".
           05 txt-us-tender            pic x(22)
               value "Invalid US Cash Tender".
           05 txt-no-exchange-rate     pic x(24)
               value "No Exchange Rate On File".

       01 ws-today-yyyymmdd             pic 9(08) value 0.
       01 ws-today-int                  pic 9(08) value 0.
       01 ws-trans-date-int             pic 9(08) value 0.
       01 ws-eof-flag                   pic x value 'N'.
       01 ws-line-extension             pic 9(09)v99 value 0.

       01 fiscal-calendar-comm.
           05 fp-function              pic x.
           05 fp-request-date          pic 9(08).
           05 fp-fiscal-year           pic 9(04).
           05 fp-period                pic 99.
           05 fp-week                  pic 99.
           05 fp-period-key            pic 9(04).
           05 fp-period-weeks          pic 9.
           05 fp-week-start            pic 9(08).
           05 fp-week-end              pic 9(08).
           05 fp-period-start          pic 9(08).
           05 fp-period-end            pic 9(08).
           05 fp-year-start            pic 9(08).
           05 fp-year-end              pic 9(08).
           05 fp-period-status         pic x.
               88 fiscal-period-closed   value 'C'.
           05 fp-status                pic x.
               88 fiscal-period-found    value 'Y'.

       linkage section.

       01 edit-rules-comm.
           05 er-input-record          pic x(150).
           05 er-input-fields redefines er-input-record.
               10 er-trans-code        pic x.
                   88 er-trans-code-valid
               10 er-trans-amount      pic 9(07)v99.
               10 er-pay-type          pic xx.
                   88 er-pay-type-ok
                      value 'CA','CR','DB','GC','MC','LP','US'.
                   88 er-gift-tender
                      value 'GC'.
                   88 er-points-tender
                      value 'LP'.
                   88 er-us-cash-tender
                      value 'US'.
               10 er-store-no          pic xx.
                   88 er-online-store
                      value '90' thru '99'.
               10 er-invoice-number.
                   15 er-invoice-fir-char pic x.
                       88 er-invoice-fir-valid
               10 er-trans-date        pic 9(08).
               10 er-card-no           pic x(16).
               10 er-cashier-id        pic x(05).
               10 er-rec-type          pic x.
                   88 er-rec-type-valid
                      value ' ','H','D'.
                   88 er-invoice-header
                      value 'H'.
                   88 er-invoice-line
                      value 'D'.
               10 er-line-no           pic 9(03).
               10 er-quantity          pic 9(05).
               10 er-unit-price        pic 9(07)v99.
               10 er-customer-no       pic x(10).
               10 er-trans-time.
                   15 er-trans-hh      pic 99.
                   15 er-trans-mm      pic 99.
                   15 er-trans-ss      pic 99.
               10 er-exempt-reason     pic xx.
                   88 er-exempt-reason-valid
                      value 'SC','RS','CH'.
               10 er-exempt-cert       pic x(15).
               10 er-ship-province     pic xx.
               10 er-order-no          pic x(12).
               10 er-ship-charge       pic 9(05)v99.
               10 er-foreign-amount    pic 9(07)v99.
               10 filler               pic x(02).
           05 er-error-count           pic 99.
           05 er-trans-code-flag       pic x.
           05 er-amount-flag           pic x.
           05 er-store-found-flag      pic x.
           05 er-review-limit          pic 9(07)v99.
           05 er-description           pic x(26).
           05 er-price-flag            pic x.
           05 er-price-type            pic x.
           05 er-expected-price        pic 9(07)v99.
           05 er-actual-price          pic 9(07)v99.
           05 er-line-flag             pic x.
           05 er-customer-flag         pic x.
           05 er-time-flag             pic x.
           05 er-period-flag           pic x.
           05 er-exempt-flag           pic x.
           05 er-ship-flag             pic x.
           05 er-fx-flag               pic x.

       procedure division using edit-rules-comm.

           if ws-first-time-flag = 'Y'
               perform 050-load-store-master
               perform 052-load-sku-master
               perform 054-load-sku-price
               perform 056-load-exempt-certs
               perform 057-load-province-tax
               perform 058-load-exchange-rates
               perform 045-load-run-params
               perform 047-load-sim-mode
               if simulation-mode
           move 'N'                    to er-store-found-flag.
           move 0                      to er-review-limit.
           move spaces                 to er-description.
           move 'N'                    to er-price-flag.
           move spaces                 to er-price-type.
           move 0                      to er-expected-price.
           move 0                      to er-actual-price.
           move 'N'                    to er-line-flag.
           move 'N'                    to er-customer-flag.
           move 'N'                    to er-time-flag.
           move 'N'                    to er-period-flag.
           move 'N'                    to er-exempt-flag.
           move 'N'                    to er-ship-flag.
           move 'N'                    to er-fx-flag.

           perform 300-edit-trans-code.
           perform 305-edit-amount.
           perform 330-edit-trans-date.
           perform 335-edit-card-no.
           perform 340-edit-cashier-id.
           perform 345-edit-line-item.
           perform 350-edit-customer-no.
           perform 355-edit-trans-time.
           perform 360-edit-posting-period.
           perform 365-edit-tax-exemption.
           perform 370-edit-ship-to.
           perform 375-edit-us-tender.

           goback.

                   move rp-invoice-max to cnst-invoice-max-value
                   move rp-backdate-window
                                       to cnst-backdate-window-days
                   move rp-price-tolerance-pct
                                       to cnst-price-tolerance-pct
               end-if
           end-if.

                                       to cnst-invoice-max-value
                           move pp-backdate-window
                                       to cnst-backdate-window-days
                           move pp-price-tolerance-pct
                                       to cnst-price-tolerance-pct
                       end-if
               end-read
               close proposed-params
           move 'N'                        to ws-eof-flag.
           close sku-master.

       054-load-sku-price.
           open input sku-price.

           if ws-sku-price-status not = "00"
               move 'Z'                to ws-eof-flag
           else
               read sku-price next record
                   at end
                       move 'Z'        to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = 'Z'
               if sp-status not = 'X' and ws-price-count < 5000
                   add 1                   to ws-price-count
                   move sp-sku-code        to pr-sku-code
                                               (ws-price-count)
                   move sp-price-type      to pr-price-type
                                               (ws-price-count)
                   move sp-start-date      to pr-start-date
                                               (ws-price-count)
                   move sp-end-date        to pr-end-date
                                               (ws-price-count)
                   move sp-price           to pr-price
                                               (ws-price-count)
               end-if
               read sku-price next record
                   at end
                       move 'Z'            to ws-eof-flag
               end-read
           end-perform.

           move 'N'                        to ws-eof-flag.
           if ws-sku-price-status = "00" or
              ws-sku-price-status = "10"
               close sku-price
           end-if.

       056-load-exempt-certs.
           open input exempt-cert-master.

           if ws-exempt-cert-status not = "00"
               move 'Z'                to ws-eof-flag
           else
               read exempt-cert-master
                   at end
                       move 'Z'        to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = 'Z'
               if xc-cert-no not = spaces and ws-cert-count < 2000
                   add 1                   to ws-cert-count
                   move xc-cert-no         to ct-cert-no
                                               (ws-cert-count)
                   move xc-reason          to ct-reason
                                               (ws-cert-count)
                   move xc-effective-date  to ct-effective-date
                                               (ws-cert-count)
                   move xc-expiry-date     to ct-expiry-date
                                               (ws-cert-count)
                   move xc-active-flag     to ct-active-flag
                                               (ws-cert-count)
               end-if
               read exempt-cert-master
                   at end
                       move 'Z'            to ws-eof-flag
               end-read
           end-perform.

           move 'N'                        to ws-eof-flag.
           if ws-exempt-cert-status = "00" or
              ws-exempt-cert-status = "10"
               close exempt-cert-master
           end-if.

       057-load-province-tax.
           open input province-tax.

           if ws-province-status not = "00"
               move 'Z'                to ws-eof-flag
           else
               read province-tax
                   at end
                       move 'Z'        to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = 'Z'
               if pv-province not = spaces and
                  pv-tax-rate is numeric and
                  ws-province-count < 20
                   add 1                   to ws-province-count
                   move pv-province        to pt-province
                                               (ws-province-count)
                   move pv-tax-rate        to pt-tax-rate
                                               (ws-province-count)
               end-if
               read province-tax
                   at end
                       move 'Z'            to ws-eof-flag
               end-read
           end-perform.

           move 'N'                        to ws-eof-flag.
           if ws-province-status = "00" or
              ws-province-status = "10"
               close province-tax
           end-if.

       058-load-exchange-rates.
           open input exchange-rate.

           if ws-exchange-status not = "00"
               move 'Z'                to ws-eof-flag
           else
               read exchange-rate
                   at end
                       move 'Z'        to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = 'Z'
               if xr-currency = "USD" and
                  xr-rate-date is numeric and
                  xr-official-rate is numeric and
                  xr-official-rate > 0
                   move 0                  to ws-found-rate-sub
                   perform varying ws-rate-sub from 1 by 1
                           until ws-rate-sub > ws-rate-count
                       if rt-rate-date (ws-rate-sub) = xr-rate-date
                           move ws-rate-sub
                                           to ws-found-rate-sub
                           exit perform
                       end-if
                   end-perform
                   if ws-found-rate-sub = 0 and ws-rate-count < 1000
                       add 1               to ws-rate-count
                       move ws-rate-count  to ws-found-rate-sub
                       move xr-rate-date   to rt-rate-date
                                               (ws-found-rate-sub)
                   end-if
                   if ws-found-rate-sub > 0
                       move xr-official-rate
                                           to rt-official-rate
                                               (ws-found-rate-sub)
                   end-if
               end-if
               read exchange-rate
                   at end
                       move 'Z'            to ws-eof-flag
               end-read
           end-perform.

           move 'N'                        to ws-eof-flag.
           if ws-exchange-status = "00" or
              ws-exchange-status = "10"
               close exchange-rate
           end-if.

       300-edit-trans-code.
           if not er-trans-code-valid
               add 1                   to er-error-count
           end-if.

       325-edit-sku.
           if er-invoice-header
               exit paragraph
           end-if.

           if er-sku-code = spaces
               add 1                   to er-error-count
               move 'Y'                to er-sku-flag
                           move 'Y'    to er-sku-flag
                           move txt-sku-code
                                       to er-description
                       else
                           perform 327-check-price
                       end-if
               end-search
           end-if.

       327-check-price.
           if er-trans-code not = 'S' or
              er-trans-amount is not numeric or
              er-trans-date is not numeric
               exit paragraph
           end-if.

           if er-invoice-line and er-unit-price is not numeric
               exit paragraph
           end-if.

           move 0                      to ws-best-price-sub.
           perform varying ws-price-sub from 1 by 1
                   until ws-price-sub > ws-price-count
               if pr-sku-code (ws-price-sub) = er-sku-code and
                  pr-start-date (ws-price-sub) <= er-trans-date and
                  (pr-end-date (ws-price-sub) = 0 or
                   pr-end-date (ws-price-sub) >= er-trans-date)
                   perform 328-rank-price
               end-if
           end-perform.

           if ws-best-price-sub = 0
               exit paragraph
           end-if.

           move pr-price-type (ws-best-price-sub)
                                       to er-price-type.
           move pr-price (ws-best-price-sub)
                                       to er-expected-price.
           if er-invoice-line
               move er-unit-price      to er-actual-price
           else
               move er-trans-amount    to er-actual-price
           end-if.

           compute ws-price-diff =
               er-actual-price - er-expected-price.
           if ws-price-diff < 0
               compute ws-price-diff = 0 - ws-price-diff
           end-if.

           if ws-price-diff * 100 >
                   er-expected-price * cnst-price-tolerance-pct
               move 'Y'                to er-price-flag
           end-if.

       328-rank-price.
           evaluate true
               when ws-best-price-sub = 0
                   move ws-price-sub   to ws-best-price-sub
               when pr-price-type (ws-price-sub) = 'P' and
                    pr-price-type (ws-best-price-sub) not = 'P'
                   move ws-price-sub   to ws-best-price-sub
               when pr-price-type (ws-price-sub) =
                        pr-price-type (ws-best-price-sub) and
                    pr-start-date (ws-price-sub) >
                        pr-start-date (ws-best-price-sub)
                   move ws-price-sub   to ws-best-price-sub
               when other
                   continue
           end-evaluate.

       330-edit-trans-date.
           if er-trans-date is not numeric
               add 1                   to er-error-count
               move txt-cashier-id     to er-description
           end-if.

       345-edit-line-item.
           if not er-rec-type-valid
               add 1                   to er-error-count
               move 'Y'                to er-line-flag
               move txt-rec-type       to er-description
               exit paragraph
           end-if.

           if er-rec-type = space
               exit paragraph
           end-if.

           if er-trans-code not = 'S' and er-trans-code not = 'R'
               add 1                   to er-error-count
               move 'Y'                to er-line-flag
               move txt-rec-type       to er-description
               exit paragraph
           end-if.

           if er-line-no is not numeric or er-line-no = 0 or
              er-quantity is not numeric or er-quantity = 0
               add 1                   to er-error-count
               move 'Y'                to er-line-flag
               move txt-line-item      to er-description
               exit paragraph
           end-if.

           if er-invoice-line
               if er-unit-price is not numeric
                   add 1               to er-error-count
                   move 'Y'            to er-line-flag
                   move txt-line-item  to er-description
               else
                   if er-trans-amount is numeric
                       compute ws-line-extension =
                           er-quantity * er-unit-price
                       if ws-line-extension not = er-trans-amount
                           add 1       to er-error-count
                           move 'Y'    to er-line-flag
                           move txt-line-extension
                                       to er-description
                       end-if
                   end-if
               end-if
           end-if.

       350-edit-customer-no.
           if er-invoice-line
               exit paragraph
           end-if.

           if er-customer-no = spaces
               if er-points-tender
                   add 1               to er-error-count
                   move 'Y'            to er-customer-flag
                   move txt-customer-no
                                       to er-description
               end-if
           else
               if er-customer-no is not numeric
                   add 1               to er-error-count
                   move 'Y'            to er-customer-flag
                   move txt-customer-no
                                       to er-description
               end-if
           end-if.

       355-edit-trans-time.
           if er-invoice-line or er-trans-time = spaces
               exit paragraph
           end-if.

           if er-trans-time is not numeric or
              er-trans-hh > 23 or
              er-trans-mm > 59 or
              er-trans-ss > 59
               add 1                   to er-error-count
               move 'Y'                to er-time-flag
               move txt-trans-time     to er-description
           end-if.

       360-edit-posting-period.
           if er-date-flag = 'Y'
               exit paragraph
           end-if.

           move 'D'                    to fp-function.
           move er-trans-date          to fp-request-date.
           call "FiscalCalendar"       using fiscal-calendar-comm.

           if fiscal-period-closed
               add 1                   to er-error-count
               move 'Y'                to er-period-flag
               move txt-period-closed  to er-description
           end-if.

       365-edit-tax-exemption.
           if er-invoice-line or
              (er-exempt-reason = spaces and er-exempt-cert = spaces)
               exit paragraph
           end-if.

           if not er-exempt-reason-valid or er-gift-issue
               add 1                   to er-error-count
               move 'Y'                to er-exempt-flag
               move txt-exempt-reason  to er-description
               exit paragraph
           end-if.

           move 0                      to ws-found-cert-sub.
           perform varying ws-cert-sub from 1 by 1
                   until ws-cert-sub > ws-cert-count
               if ct-cert-no (ws-cert-sub) = er-exempt-cert
                   move ws-cert-sub    to ws-found-cert-sub
                   exit perform
               end-if
           end-perform.

           if er-exempt-cert = spaces or
              ws-found-cert-sub = 0
               add 1                   to er-error-count
               move 'Y'                to er-exempt-flag
               move txt-exempt-cert    to er-description
               exit paragraph
           end-if.

           if ct-reason (ws-found-cert-sub) not = er-exempt-reason or
              ct-active-flag (ws-found-cert-sub) not = 'Y'
               add 1                   to er-error-count
               move 'Y'                to er-exempt-flag
               move txt-exempt-cert    to er-description
               exit paragraph
           end-if.

           if er-trans-date is numeric
               if er-trans-date <
                      ct-effective-date (ws-found-cert-sub) or
                  er-trans-date >
                      ct-expiry-date (ws-found-cert-sub)
                   add 1               to er-error-count
                   move 'Y'            to er-exempt-flag
                   move txt-exempt-expired
                                       to er-description
               end-if
           end-if.

       370-edit-ship-to.
           if er-invoice-line
               exit paragraph
           end-if.

           if not er-online-store
               if er-ship-province not = spaces or
                  er-order-no not = spaces
                   add 1               to er-error-count
                   move 'Y'            to er-ship-flag
                   move txt-ship-to    to er-description
               end-if
               exit paragraph
           end-if.

           move 'N'                    to ws-province-found-flag.
           perform varying ws-province-sub from 1 by 1
                   until ws-province-sub > ws-province-count
               if pt-province (ws-province-sub) = er-ship-province
                   move 'Y'            to ws-province-found-flag
                   exit perform
               end-if
           end-perform.

           if ws-province-found-flag = 'N' or
              er-order-no = spaces or
              er-ship-charge is not numeric
               add 1                   to er-error-count
               move 'Y'                to er-ship-flag
               move txt-ship-to        to er-description
               exit paragraph
           end-if.

           if er-trans-amount is numeric
               if er-ship-charge > er-trans-amount
                   add 1               to er-error-count
                   move 'Y'            to er-ship-flag
                   move txt-ship-to    to er-description
               end-if
           end-if.

       375-edit-us-tender.
           if er-invoice-line
               exit paragraph
           end-if.

           if not er-us-cash-tender
               if er-foreign-amount not = spaces and
                  er-foreign-amount not = zeros
                   add 1               to er-error-count
                   move 'Y'            to er-fx-flag
                   move txt-us-tender  to er-description
               end-if
               exit paragraph
           end-if.

           if er-online-store or
              er-foreign-amount is not numeric or
              er-foreign-amount = 0
               add 1                   to er-error-count
               move 'Y'                to er-fx-flag
               move txt-us-tender      to er-description
               exit paragraph
           end-if.

           move 0                      to ws-found-rate-sub.
           perform varying ws-rate-sub from 1 by 1
                   until ws-rate-sub > ws-rate-count
               if rt-rate-date (ws-rate-sub) = er-trans-date
                   move ws-rate-sub    to ws-found-rate-sub
                   exit perform
               end-if
           end-perform.

           if ws-found-rate-sub = 0
               add 1                   to er-error-count
               move 'Y'                to er-fx-flag
               move txt-no-exchange-rate
                                       to er-description
               exit paragraph
           end-if.

           if er-trans-amount is numeric
               compute ws-fx-expected rounded =
                   er-foreign-amount *
                   rt-official-rate (ws-found-rate-sub)
               compute ws-fx-difference =
                   er-trans-amount - ws-fx-expected
               if ws-fx-difference > 0.01 or
                  ws-fx-difference < -0.01
                   add 1               to er-error-count
                   move 'Y'            to er-fx-flag
                   move txt-us-tender  to er-description
               end-if
           end-if.

       end program EditRules.
