                   record key is gc-card-no
                   file status is ws-gc-status.

           select customer-master
               assign to "../../../data/customer-master.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is cm-customer-no
                   file status is ws-customer-status.

           select loyalty-ledger
               assign to "../../../data/loyalty-ledger.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is lp-customer-no
                   file status is ws-loyalty-status.

           select loyalty-activity
               assign to "../../../data/loyalty-activity.dat"
                   organization is line sequential
                   file status is ws-activity-status.

           select store-inventory
               assign to "../../../data/store-inventory.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is si-key
                   file status is ws-inventory-status.

           select gc-mtd-file
               assign to "../../../data/gc-mtd-activity.dat"
                   organization is line sequential
               assign to "../../../data/return-exceptions.out"
                   organization is line sequential.

           select price-override
               assign to "../../../data/price-override.dat"
                   organization is line sequential.

           select override-history
               assign to "../../../data/price-override-history.dat"
                   organization is line sequential
                   file status is ws-override-history-status.

           select trans-history
               assign to "../../../data/trans-history.dat"
                   organization is line sequential
                       with duplicates
                   file status is ws-register-status.

           select trans-line-register
               assign to "../../../data/trans-line-register.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is tl-key
                   file status is ws-line-register-status.

           select pending-approval
               assign to "../../../data/pending-approval.dat"
                   organization is line sequential

       fd data-file
           data record is input-rec
           record contains 150 characters.

       01 input-rec.
           05  in-trans-code           pic x.
           05  in-trans-amount         pic 9(07)v99.
           05  in-pay-type             pic xx.
               88 payment-type-valid
                  value 'CA','CR','DB','GC','MC','LP','US'.
               88 gift-card-tender
                  value 'GC'.
               88 points-tender
                  value 'LP'.
           05  in-store-no             pic xx.
           05 in-invoice-number.
               10 invoice-char         pic xx.
           05  in-trans-date           pic 9(08).
           05  in-card-no              pic x(16).
           05  in-cashier-id           pic x(05).
           05  in-rec-type             pic x.
               88 invoice-header
                  value 'H'.
               88 invoice-line
                  value 'D'.
           05  in-line-no              pic 9(03).
           05  in-quantity             pic 9(05).
           05  in-unit-price           pic 9(07)v99.
           05  in-customer-no          pic x(10).
           05  in-trans-time           pic x(06).
           05  in-exempt-reason        pic xx.
           05  in-exempt-cert          pic x(15).
           05  in-ship-province        pic xx.
           05  in-order-no             pic x(12).
           05  in-ship-charge          pic 9(05)v99.
           05  in-foreign-amount       pic 9(07)v99.
           05  filler                  pic x(02).

       fd valid-file
           data record is valid-rep
           record contains 150 characters.
       01 valid-rep                    pic x(150).

       fd invalid-data
           data record is invalid-rec
           record contains 150 characters.
       01 invalid-rec                  pic x(150).
       
       fd error-data
           data record is error-rep
           05 gc-last-date             pic 9(08).
           05 gc-status                pic x.

       fd customer-master
           data record is customer-rec.
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

       fd loyalty-ledger
           data record is loyalty-rec.
       01 loyalty-rec.
           05 lp-customer-no           pic x(10).
           05 lp-balance               pic s9(09).
           05 lp-earned-ltd            pic s9(09).
           05 lp-redeemed-ltd          pic s9(09).
           05 lp-last-date             pic 9(08).
           05 lp-status                pic x.

       fd loyalty-activity
           data record is loyalty-activity-rec
           record contains 51 characters.
       01 loyalty-activity-rec.
           05 la-customer-no           pic x(10).
           05 la-trans-date            pic 9(08).
           05 la-store-no              pic xx.
           05 la-invoice-no            pic x(09).
           05 la-trans-code            pic x.
           05 la-pay-type              pic xx.
           05 la-amount                pic 9(07)v99.
           05 la-points                pic s9(09)
                                        sign leading separate.

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

       fd layaway-ledger
           data record is layaway-rec.
       01 layaway-rec.
           05 ly-paid-amount           pic 9(09)v99.
           05 ly-last-pay-date         pic 9(08).
           05 ly-status                pic x.
               88 layaway-open           value 'O'.
               88 layaway-cancelled      value 'X'.

       fd gc-mtd-file
           data record is gc-mtd-rec

       fd resubmit-data
           data record is resubmit-in-rec
           record contains 150 characters.
       01 resubmit-in-rec              pic x(150).

       fd exception-data
           data record is exception-rep
           record contains 78 characters.
       01 exception-rep                pic x(78).

       fd price-override
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

       fd override-history
           data record is override-history-rec
           record contains 68 characters.
       01 override-history-rec         pic x(68).

       fd trans-history
           data record is trans-history-rec
           record contains 150 characters.
       01 trans-history-rec            pic x(150).
       01 trans-history-view.
           05 th-trans-code            pic x.
           05 filler                   pic x(13).
           05 th-invoice-number        pic x(09).
           05 filler                   pic x(44).
           05 th-rec-type              pic x.
           05 filler                   pic x(50).
           05 th-ship-province         pic xx.
           05 filler                   pic x(30).

       fd trans-register
           data record is trans-register-rec.
           05 tr-store-date.
               10 tr-sd-store-no       pic xx.
               10 tr-sd-trans-date     pic 9(08).
           05 tr-trans-time            pic x(06).

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

       fd pending-approval
           data record is pending-approval-rec
           record contains 150 characters.
       01 pending-approval-rec         pic x(150).

       fd approved-release
           data record is approved-release-rec
           record contains 150 characters.
       01 approved-release-rec         pic x(150).

       fd process-date-file
           data record is process-date-rec

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

       working-storage section.

       01 ws-gc-status                  pic xx value spaces.
       01 ws-gc-mtd-status              pic xx value spaces.
       01 ws-layaway-status             pic xx value spaces.
       01 ws-customer-status            pic xx value spaces.
       01 ws-loyalty-status             pic xx value spaces.
       01 ws-activity-status            pic xx value spaces.
       01 ws-inventory-status           pic xx value spaces.
       01 ws-inventory-qty              pic s9(07) value 0.
       01 ws-void-line-count            pic 9(03) value 0.
       01 ws-void-line-eof-flag         pic x value 'N'.
       01 ws-loyalty-points             pic s9(09) value 0.
       01 ws-whole-dollars              pic 9(07) value 0.
       01 ws-gc-issued-today            pic s9(09)v99 value 0.
       01 ws-gc-redeemed-today          pic s9(09)v99 value 0.
       01 ws-resume-flag                pic x value 'N'.
       01 ws-gc-yymm                    pic 9(04) value 0.

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

       01 ws-sim-mode-status            pic xx value spaces.
       01 ws-sim-flag                   pic x value 'N'.
           88 simulation-mode            value 'Y'.
       01 ws-sim-old-reject-flag        pic x value 'N'.
       01 ws-sim-new-reject-flag        pic x value 'N'.
       01 ws-sim-group-flag             pic x value 'N'.
           88 sim-group-open             value 'Y'.
       01 ws-sim-group-reject-flag      pic x value 'N'.
       01 ws-sim-group-rec              pic x(150) value spaces.
       01 ws-sim-hold-rec               pic x(150) value spaces.

       01 sim-counters.
           05 ws-sim-records           pic 9(07) value 0.
           05 ws-sim-to-accept-count   pic 9(07) value 0.
           05 ws-sim-to-accept-amount  pic 9(09)v99 value 0.
           05 ws-sim-not-found-count   pic 9(07) value 0.
           05 ws-sim-line-records      pic 9(07) value 0.
           05 ws-sim-line-skipped      pic 9(07) value 0.

       01 ws-sim-store-count            pic 99 value 0.
       01 sim-store-table.
               value "Not on register (skipped)  =  ".
           05 op-sim-notfound          pic zzzzz9.

       01 sim-line-records-line.
           05 filler                   pic x(30)
               value "Line items replayed        =  ".
           05 op-sim-line-records      pic zzzzz9.

       01 sim-line-skipped-line.
           05 filler                   pic x(30)
               value "Line items not simulated   =  ".
           05 op-sim-line-skipped      pic zzzzz9.

       01 sim-store-line.
           05 filler                   pic x(08)
               value "  Store ".
       01 ws-audit-status               pic xx value spaces.
       01 ws-resubmit-status            pic xx value spaces.
       01 ws-history-status             pic xx value spaces.
       01 ws-override-history-status    pic xx value spaces.
       01 ws-params-status              pic xx value spaces.
       01 ws-pending-file-status        pic xx value spaces.
       01 ws-register-status            pic xx value spaces.
           value "DEFAULTS".

       01 edit-rules-comm.
           05 er-input-record          pic x(150).
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
       01 ws-sim-error-comm             pic x(224) value spaces.

       01 ws-pending-count              pic 9(04) value 0.
       01 pending-invoice-table.
               10 pnd-trans-code        pic x.
               10 pnd-trans-amount      pic 9(07)v99.
               10 pnd-post-date         pic 9(08).
               10 pnd-ship-province     pic xx.
       01 ws-pending-sub                pic 9(04) value 0.

       01 team-title.
               value "Layaway Payment Over Plan".
           05 err-cashier-id           pic x(18)
               value "Invalid Cashier ID".
           05 err-line-item            pic x(25)
               value "Invalid Line Item Details".
           05 err-line-missing         pic x(21)
               value "Invoice Lines Missing".
           05 err-line-total           pic x(24)
               value "Lines Not Equal To Total".
           05 err-line-orphan          pic x(26)
               value "Line Without Invoice Hdr".
           05 err-customer-no          pic x(24)
               value "Invalid Loyalty Customer".
           05 err-loyalty-cust         pic x(24)
               value "Loyalty Cust Not On File".
           05 err-points-balance       pic x(24)
               value "Insufficient Loyalty Pts".
           05 err-trans-time           pic x(24)
               value "Invalid Transaction Time".
           05 err-period-closed        pic x(24)
               value "Posting Period Closed".
           05 err-exempt-cert          pic x(24)
               value "Invalid Tax Exemption".
           05 err-ship-to              pic x(24)
               value "Invalid Ship-To Details".
           05 err-us-tender            pic x(24)
               value "Invalid US Cash Tender".

       01 error-type-counts.
           05 cnt-trans-code           pic 9(05) value 0.
           05 cnt-layaway-closed       pic 9(05) value 0.
           05 cnt-layaway-over         pic 9(05) value 0.
           05 cnt-cashier-id           pic 9(05) value 0.
           05 cnt-line-item            pic 9(05) value 0.
           05 cnt-line-missing         pic 9(05) value 0.
           05 cnt-line-total           pic 9(05) value 0.
           05 cnt-line-orphan          pic 9(05) value 0.
           05 cnt-customer-no          pic 9(05) value 0.
           05 cnt-loyalty-cust         pic 9(05) value 0.
           05 cnt-points-balance       pic 9(05) value 0.
           05 cnt-trans-time           pic 9(05) value 0.
           05 cnt-period-closed        pic 9(05) value 0.
           05 cnt-exempt-cert          pic 9(05) value 0.
           05 cnt-ship-to              pic 9(05) value 0.
           05 cnt-us-tender            pic 9(05) value 0.

       01 error-freq-heading.
           05 filler                   pic x(31)
               value 100.
           05 cnst-backdate-window-days pic 9(03)
               value 7.
           05 cnst-price-tolerance-pct pic 9(03)
               value 5.
           05 cnst-points-per-dollar   pic 9(02)
               value 1.
           05 cnst-point-value         pic 9v99
               value 0.01.

       01 exception-title.
           05 filler                   pic x(41)
       01 ws-orig-found-flag            pic x value 'N'.
           88 original-sale-found        value 'Y'.
       01 ws-orig-store                 pic xx value spaces.
           88 orig-online-order          value '90' thru '99'.
       01 ws-orig-amount                pic 9(07)v99 value 0.
       01 ws-orig-ship-province         pic xx value spaces.
       01 ws-history-scan-flag          pic x value 'N'.
       01 ws-orig-post-date             pic 9(08) value 0.
       01 ws-void-pending-sub           pic 9(04) value 0.
       01 ws-pending-next               pic 9(04) value 0.
               value "Held for Approval =".
           05 op-held-rec-counter      pic zzzzz9.

       01 invoice-line-footer.
           05 filler                   pic x(19)
               value "Invoice Lines In  =".
           05 op-line-rec-counter      pic zzzzz9.

       01 price-override-footer.
           05 filler                   pic x(19)
               value "Price Overrides   =".
           05 op-price-ovr-counter     pic zzzzz9.

       01 total-amount-footer.
           05 filler                   pic x(20)
               value "Total Amount In   = ".
           05 ws-held-flag             pic x value 'N'.
               88 record-held              value 'Y'.
           05 ws-limit-bypass-flag     pic x value 'N'.
           05 ws-group-open-flag       pic x value 'N'.
               88 invoice-group-open       value 'Y'.
           05 ws-line-disposal-flag    pic x value 'N'.
               88 disposing-group-lines    value 'Y'.
           05 ws-checkpoint-due-flag   pic x value 'N'.
               88 checkpoint-due           value 'Y'.

       01 ws-reject-pct                pic 999 value 0.

       01 ws-line-register-status       pic xx value spaces.
       01 ws-hold-input-rec             pic x(150).
       01 ws-group-header.
           05 gh-record                 pic x(150).
           05 gh-fields redefines gh-record.
               10 filler                pic x(12).
               10 gh-store-no           pic xx.
               10 gh-invoice-number     pic x(09).
               10 filler                pic x(45).
               10 gh-line-count         pic 9(03).
               10 gh-units              pic 9(05).
               10 filler                pic x(74).
       01 ws-group-error-count          pic 9(03) value 0.
       01 ws-group-description          pic x(26) value spaces.
       01 ws-group-amount               pic 9(09)v99 value 0.
       01 ws-group-units                pic 9(07) value 0.
       01 ws-group-line-count           pic 9(03) value 0.
       01 ws-group-line-sub             pic 9(03) value 0.
       01 invoice-line-table.
           05 invoice-line-entry        occurs 999 times.
               10 gl-record             pic x(150).
               10 gl-price-flag         pic x.
               10 gl-price-type         pic x.
               10 gl-expected-price     pic 9(07)v99.
               10 gl-actual-price       pic 9(07)v99.

       01 counters.
          05 ws-total-counter          pic 9(09) value 0.
          05 ws-error-counter          pic 9(03) value 0.
          05 ws-total-amount           pic 9(09)v99 value 0.
          05 ws-valid-amount           pic 9(09)v99 value 0.
          05 ws-held-counter           pic 9(07) value 0.
          05 ws-price-ovr-counter      pic 9(07) value 0.
          05 ws-line-counter           pic 9(07) value 0.

       01 ws-skip-ctr                   pic 9(09) value 0.

               open extend invalid-data,
                           valid-file,
                           error-data,
                           exception-data,
                           price-override
           else
               open output invalid-data,
                           valid-file,
                           error-data,
                           exception-data,
                           price-override
           end-if.

           perform 060-open-invoice-history.
           perform 062-open-trans-register.
           perform 066-open-line-register.
           perform 063-open-gift-ledger.
           perform 064-open-layaway-ledger.
           perform 067-open-loyalty-files.
           perform 068-open-inventory-ledger.

           if ws-checkpoint-count > 0
               move 'Y'                to ws-resume-flag
               open extend trans-history
           end-if.

           open extend override-history.
           if ws-override-history-status = "35"
               open output override-history
               close override-history
               open extend override-history
           end-if.

           open extend pending-approval.
           if ws-pending-file-status = "35"
               open output pending-approval
           perform 200-data-process
               until ws-eof-flag = 'Y'.

           if not run-aborted
               perform 398-end-of-input
           end-if.

           if not run-aborted
               perform 250-process-resubmit
           end-if.
                 valid-file,
                 error-data,
                 exception-data,
                 price-override,
                 override-history,
                 trans-history,
                 pending-approval,
                 invoice-history,
                 trans-register,
                 trans-line-register,
                 gift-card-ledger,
                 layaway-ledger,
                 customer-master,
                 loyalty-ledger,
                 loyalty-activity,
                 store-inventory.

           if not run-aborted
               perform 096-update-gc-mtd

           perform 610-simulate-record
               until ws-eof-flag = 'Y'.
           if sim-group-open
               perform 614-close-sim-group
           end-if.

           perform 620-print-sim-footer.

           end-if.

       610-simulate-record.
           if invoice-line
               perform 612-simulate-line-item
               read data-file
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
               exit paragraph
           end-if.

           if sim-group-open
               perform 614-close-sim-group
           end-if.

           add 1                       to ws-sim-records.

           move input-rec              to er-input-record.
               move 'N'                to ws-sim-new-reject-flag
           end-if.

           if invoice-header
               move 'Y'                to ws-sim-group-flag
               move input-rec          to ws-sim-group-rec
               move ws-sim-new-reject-flag
                                       to ws-sim-group-reject-flag
               move edit-rules-comm    to ws-sim-error-comm
               read data-file
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
               exit paragraph
           end-if.

           perform 615-look-up-recorded.

           if ws-sim-old-reject-flag not = 'X' and
               at end
                   move 'Y'            to ws-eof-flag.

       612-simulate-line-item.
           if not sim-group-open or
              in-invoice-number not = ws-sim-group-rec (15:9)
               add 1                   to ws-sim-line-skipped
               exit paragraph
           end-if.

           add 1                       to ws-sim-line-records.

           move input-rec              to er-input-record.
           call "EditRules"            using edit-rules-comm.

           if er-error-count > 0 and
              ws-sim-group-reject-flag = 'N'
               move 'Y'                to ws-sim-group-reject-flag
               move edit-rules-comm    to ws-sim-error-comm
           end-if.

       614-close-sim-group.
           move 'N'                    to ws-sim-group-flag.
           move input-rec              to ws-sim-hold-rec.
           move ws-sim-group-rec       to input-rec.
           move ws-sim-group-reject-flag
                                       to ws-sim-new-reject-flag.
           move ws-sim-error-comm      to edit-rules-comm.

           perform 615-look-up-recorded.

           if ws-sim-old-reject-flag not = 'X' and
              ws-sim-old-reject-flag not =
                  ws-sim-new-reject-flag
               perform 617-record-flip
           end-if.

           move ws-sim-hold-rec        to input-rec.

       615-look-up-recorded.
           if ws-register-status not = "00"
               move 'X'                to ws-sim-old-reject-flag
           if er-cashier-flag = 'Y'
               add 1                   to cnt-cashier-id
           end-if.
           if er-line-flag = 'Y'
               add 1                   to cnt-line-item
           end-if.
           if er-customer-flag = 'Y'
               add 1                   to cnt-customer-no
           end-if.
           if er-time-flag = 'Y'
               add 1                   to cnt-trans-time
           end-if.
           if er-period-flag = 'Y'
               add 1                   to cnt-period-closed
           end-if.
           if er-exempt-flag = 'Y'
               add 1                   to cnt-exempt-cert
           end-if.
           if er-ship-flag = 'Y'
               add 1                   to cnt-ship-to
           end-if.
           if er-fx-flag = 'Y'
               add 1                   to cnt-us-tender
           end-if.

       619-tally-sim-store.
           move 0                      to ws-sim-store-sub.
           write sim-line              from sim-flip-reject-line.
           write sim-line              from sim-flip-accept-line.
           write sim-line              from sim-notfound-line.
           move ws-sim-line-records    to op-sim-line-records.
           write sim-line              from sim-line-records-line.
           move ws-sim-line-skipped    to op-sim-line-skipped.
           write sim-line              from sim-line-skipped-line.

           move spaces                 to sim-line.
           write sim-line              after advancing 1 line.
           move cnt-cashier-id         to op-freq-count.
           write sim-line              from error-freq-line.

           move err-line-item          to op-freq-description.
           move cnt-line-item          to op-freq-count.
           write sim-line              from error-freq-line.

           move err-customer-no        to op-freq-description.
           move cnt-customer-no        to op-freq-count.
           write sim-line              from error-freq-line.

           move err-trans-time         to op-freq-description.
           move cnt-trans-time         to op-freq-count.
           write sim-line              from error-freq-line.

           move err-period-closed      to op-freq-description.
           move cnt-period-closed      to op-freq-count.
           write sim-line              from error-freq-line.

           move err-exempt-cert        to op-freq-description.
           move cnt-exempt-cert        to op-freq-count.
           write sim-line              from error-freq-line.

           move err-ship-to            to op-freq-description.
           move cnt-ship-to            to op-freq-count.
           write sim-line              from error-freq-line.

           move err-us-tender          to op-freq-description.
           move cnt-us-tender          to op-freq-count.
           write sim-line              from error-freq-line.

       042-load-process-date.
           accept ws-process-date      from date yyyymmdd.
           open input process-date-file.
                   move rp-invoice-max to cnst-invoice-max-value
                   move rp-backdate-window
                                       to cnst-backdate-window-days
                   move rp-price-tolerance-pct
                                       to cnst-price-tolerance-pct
                   move "PARAMETER FILE"
                                       to ws-params-source
               end-if
               open i-o trans-register
           end-if.

       066-open-line-register.
           open i-o trans-line-register.
           if ws-line-register-status = "35"
               open output trans-line-register
               close trans-line-register
               open i-o trans-line-register
           end-if.

       063-open-gift-ledger.
           open i-o gift-card-ledger.
           if ws-gc-status = "35"
               open i-o layaway-ledger
           end-if.

       067-open-loyalty-files.
           open input customer-master.
           if ws-customer-status = "35"
               open output customer-master
               close customer-master
               open input customer-master
           end-if.

           open i-o loyalty-ledger.
           if ws-loyalty-status = "35"
               open output loyalty-ledger
               close loyalty-ledger
               open i-o loyalty-ledger
           end-if.

           open extend loyalty-activity.
           if ws-activity-status = "35"
               open output loyalty-activity
               close loyalty-activity
               open extend loyalty-activity
           end-if.

       068-open-inventory-ledger.
           open i-o store-inventory.
           if ws-inventory-status = "35"
               open output store-inventory
               close store-inventory
               open i-o store-inventory
           end-if.

       322-process-layaway.
           move in-invoice-number          to ly-invoice-no.
           read layaway-ledger
               end-if
           end-if.

       058-load-fiscal-period.
           move 'D'                    to fp-function.
           move ws-process-date        to fp-request-date.
           call "FiscalCalendar"       using fiscal-calendar-comm.
           move fp-period-key          to ws-gc-yymm.
           if not fiscal-period-found
               move "Process date not on fiscal calendar - calendar"
                   & " month used."    to ws-console-line
               perform 910-put-console
           end-if.

       096-update-gc-mtd.
           perform 058-load-fiscal-period.
           move 0                          to ga-yymm.
           move 0                          to ga-issued.
           move 0                          to ga-redeemed.
                   continue
           end-rewrite.

       371-validate-loyalty.
           move in-customer-no             to cm-customer-no.
           read customer-master
               key is cm-customer-no
               invalid key
                   add 1                   to ws-error-counter
                   add 1                   to cnt-loyalty-cust
                   move err-loyalty-cust   to ws-description
                   exit paragraph
           end-read.

           if cm-status not = 'A' and
              in-trans-code not = 'R' and
              in-trans-code not = 'V'
               add 1                       to ws-error-counter
               add 1                       to cnt-loyalty-cust
               move err-loyalty-cust       to ws-description
               exit paragraph
           end-if.

           if points-tender and
              in-trans-code not = 'R' and
              in-trans-code not = 'V'
               compute ws-loyalty-points rounded =
                   in-trans-amount / cnst-point-value
               move in-customer-no         to lp-customer-no
               read loyalty-ledger
                   key is lp-customer-no
                   invalid key
                       move 0              to lp-balance
               end-read
               if lp-balance < ws-loyalty-points
                   add 1                   to ws-error-counter
                   add 1                   to cnt-points-balance
                   move err-points-balance to ws-description
               end-if
           end-if.

       372-post-loyalty-points.
           move 0                          to ws-loyalty-points.
           move in-trans-amount            to ws-whole-dollars.

           evaluate true
               when points-tender and
                    (in-trans-code = 'R' or in-trans-code = 'V')
                   compute ws-loyalty-points rounded =
                       in-trans-amount / cnst-point-value
               when points-tender
                   compute ws-loyalty-points rounded =
                       0 - (in-trans-amount / cnst-point-value)
               when in-trans-code = 'S'
                   compute ws-loyalty-points =
                       ws-whole-dollars * cnst-points-per-dollar
               when in-trans-code = 'R' or in-trans-code = 'V'
                   compute ws-loyalty-points =
                       0 - (ws-whole-dollars * cnst-points-per-dollar)
               when other
                   continue
           end-evaluate.

           if ws-loyalty-points = 0
               exit paragraph
           end-if.

           move in-customer-no             to lp-customer-no.
           read loyalty-ledger
               key is lp-customer-no
               invalid key
                   move in-customer-no     to lp-customer-no
                   move 0                  to lp-balance
                   move 0                  to lp-earned-ltd
                   move 0                  to lp-redeemed-ltd
                   perform 373-apply-loyalty-points
                   write loyalty-rec
                       invalid key
                           continue
                   end-write
               not invalid key
                   perform 373-apply-loyalty-points
                   rewrite loyalty-rec
                       invalid key
                           continue
                   end-rewrite
           end-read.

           move in-customer-no             to la-customer-no.
           move in-trans-date              to la-trans-date.
           move in-store-no                to la-store-no.
           move in-invoice-number          to la-invoice-no.
           move in-trans-code              to la-trans-code.
           move in-pay-type                to la-pay-type.
           move in-trans-amount            to la-amount.
           move ws-loyalty-points          to la-points.
           write loyalty-activity-rec.

       373-apply-loyalty-points.
           add ws-loyalty-points           to lp-balance.
           if points-tender
               subtract ws-loyalty-points  from lp-redeemed-ltd
           else
               add ws-loyalty-points       to lp-earned-ltd
           end-if.
           move in-trans-date              to lp-last-date.
           move 'A'                        to lp-status.

       350-post-register.
           move in-invoice-number          to tr-invoice-no.
           move in-trans-code              to tr-trans-code.
           move in-cashier-id              to tr-cashier-id.
           move in-store-no                to tr-sd-store-no.
           move in-trans-date              to tr-sd-trans-date.
           move in-trans-time              to tr-trans-time.
           if ws-reg-disposition = "REJECTED"
               move ws-description         to tr-error-desc
           else
                                               (ws-pending-count)
                       move in-trans-date   to pnd-post-date
                                               (ws-pending-count)
                       move in-ship-province
                                            to pnd-ship-province
                                               (ws-pending-count)
                   not invalid key
                       add 1                to ws-error-counter
                       add 1                to cnt-duplicate-invoice
           move 'N'                        to ws-orig-found-flag.
           move spaces                     to ws-orig-store.
           move 0                          to ws-orig-amount.
           move spaces                     to ws-orig-ship-province.
           move 'N'                        to ws-history-scan-flag.

           perform varying ws-pending-sub from 1 by 1
                   until ws-pending-sub > ws-pending-count
                                           to ws-orig-store
                   move pnd-trans-amount (ws-pending-sub)
                                           to ws-orig-amount
                   move pnd-ship-province (ws-pending-sub)
                                           to ws-orig-ship-province
                   move 'Y'                to ws-history-scan-flag
                   exit perform
               end-if
           end-perform.
               if ws-orig-store = spaces
                   continue
               else
                   if ws-orig-store not = in-store-no and
                      not orig-online-order
                       add 1               to ws-error-counter
                       add 1               to cnt-return-store
                       move err-return-store
               end-if
           end-if.

           if ws-error-counter = 0 and
              original-sale-found and
              orig-online-order
               if ws-history-scan-flag = 'N'
                   perform 332-find-orig-ship-province
               end-if
               if ws-orig-ship-province not = spaces
                   move ws-orig-ship-province
                                           to in-ship-province
               end-if
           end-if.

       332-find-orig-ship-province.
           close trans-history.
           open input trans-history.
           if ws-history-status = "00"
               perform until ws-history-scan-flag = 'Y'
                   read trans-history
                       at end
                           move 'Y'        to ws-history-scan-flag
                       not at end
                           if th-invoice-number = in-invoice-number
                              and th-rec-type not = 'D'
                              and th-trans-code not = 'R'
                              and th-trans-code not = 'V'
                               move th-ship-province
                                           to ws-orig-ship-province
                               move 'Y'    to ws-history-scan-flag
                           end-if
                   end-read
               end-perform
               close trans-history
           end-if.
           open extend trans-history.

       340-validate-void.
           move 'N'                        to ws-orig-found-flag.
           move spaces                     to ws-orig-store.
               end-delete
           end-if.

           move in-invoice-number          to ly-invoice-no.
           read layaway-ledger
               key is ly-invoice-no
               invalid key
                   continue
               not invalid key
                   if layaway-open
                       move 'X'            to ly-status
                       rewrite layaway-rec
                           invalid key
                               continue
                       end-rewrite
                       if ws-layaway-status not = "00"
                           string "Layaway plan not cancelled - "
                                           delimited by size
                                  in-invoice-number
                                           delimited by size
                                  " status "
                                           delimited by size
                                  ws-layaway-status
                                           delimited by size
                                  into ws-console-line
                           end-string
                           perform 910-put-console
                       end-if
                   end-if
           end-read.

       335-write-return-exception.
           move in-invoice-number          to op-ex-invoice.
           move in-store-no                to op-ex-store.
           move ws-description             to op-ex-reason.
           write exception-rep             from exception-detail.

       370-write-price-override.
           move in-store-no            to po-store-no.
           move in-cashier-id          to po-cashier-id.
           move in-invoice-number      to po-invoice-number.
           move in-sku-code            to po-sku-code.
           move in-trans-date          to po-trans-date.
           move er-price-type          to po-price-type.
           move er-expected-price      to po-expected-price.
           move er-actual-price        to po-actual-price.
           compute po-variance =
               er-actual-price - er-expected-price.
           write price-override-rec.
           write override-history-rec  from price-override-rec.
           add 1                       to ws-price-ovr-counter.

       100-error-report-heading.
           write error-rep             from team-title.
           write error-rep             from main-heading
                                       to op-param-value.
           write error-rep             from param-echo-line.

           move "Price tolerance pct"  to op-param-name.
           move cnst-price-tolerance-pct
                                       to op-param-value.
           write error-rep             from param-echo-line.

       110-exception-report-heading.
           write exception-rep         from team-title.
           write exception-rep         from exception-title

           if function mod (ws-total-counter, cnst-checkpoint-interval)
                   = 0
               move 'Y'                to ws-checkpoint-due-flag
           end-if.

           if checkpoint-due and not invoice-group-open
               perform 230-write-checkpoint
               move 'N'                to ws-checkpoint-due-flag
           end-if.

           perform 210-check-reject-rate.
                           move 'Y'         to ws-resubmit-eof-flag
                   end-read
               end-perform
               perform 398-end-of-input
               close resubmit-data
               open output resubmit-data
               close resubmit-data
                           move 'Y'         to ws-resubmit-eof-flag
                   end-read
               end-perform
               perform 398-end-of-input
               move 'N'                    to ws-limit-bypass-flag
               close approved-release
               open output approved-release

       300-edit-process.

           if invoice-line
               perform 380-add-invoice-line
           else
               if invoice-group-open
                   perform 390-close-invoice-group
               end-if
               if invoice-header
                   perform 375-open-invoice-group
               else
                   perform 301-edit-single-record
               end-if
           end-if.

       301-edit-single-record.

           move 'N'                    to ws-held-flag.

           perform 302-call-edit-rules.

           if ws-error-counter = 0 and ws-limit-bypass-flag = 'N'
               perform 308-check-review-limit
           end-if.

           if record-held
               write pending-approval-rec
                                       from input-rec
               add 1                   to ws-held-counter
               move "HELD"             to ws-reg-disposition
               perform 350-post-register
           else
               perform 304-validate-transaction

               if ws-error-counter = 0
                   perform 306-accept-record
               else
                   perform 307-reject-record
               end-if
           end-if.

       302-call-edit-rules.

           move input-rec              to er-input-record.

           call "EditRules"            using edit-rules-comm.

           add er-error-count          to ws-error-counter.
           if er-error-count > 0
               move er-description     to ws-description
           end-if.
           if er-amount-flag = 'Y'
               add 1                   to cnt-trans-amount
           else
               if not invoice-line
                   add in-trans-amount to ws-total-amount
               end-if
           end-if.
           if er-pay-type-flag = 'Y'
               add 1                   to cnt-pay-type
           if er-cashier-flag = 'Y'
               add 1                   to cnt-cashier-id
           end-if.
           if er-line-flag = 'Y'
               add 1                   to cnt-line-item
           end-if.
           if er-customer-flag = 'Y'
               add 1                   to cnt-customer-no
           end-if.
           if er-time-flag = 'Y'
               add 1                   to cnt-trans-time
           end-if.
           if er-period-flag = 'Y'
               add 1                   to cnt-period-closed
           end-if.
           if er-exempt-flag = 'Y'
               add 1                   to cnt-exempt-cert
           end-if.
           if er-ship-flag = 'Y'
               add 1                   to cnt-ship-to
           end-if.
           if er-fx-flag = 'Y'
               add 1                   to cnt-us-tender
           end-if.

       304-validate-transaction.
           if ws-error-counter = 0 and
              gift-card-tender and
              not gift-card-issue
               perform 363-validate-card-redemption
           end-if

           if ws-error-counter = 0 and
              in-customer-no not = spaces
               perform 371-validate-loyalty
           end-if

           if ws-error-counter = 0
               evaluate in-trans-code
                   when 'R'
                       perform 330-validate-return
                   when 'V'
                       perform 340-validate-void
                   when 'G'
                       perform 320-check-duplicate-invoice
                       if ws-error-counter = 0
                           perform 360-post-card-issue
                       end-if
                   when 'L'
                       perform 322-process-layaway
                   when other
                       perform 320-check-duplicate-invoice
               end-evaluate
           end-if

           if ws-error-counter = 0 and
              gift-card-tender and
              not gift-card-issue
               perform 365-apply-card-redemption
           end-if

           if ws-error-counter = 0 and
              in-customer-no not = spaces
               perform 372-post-loyalty-points
           end-if.

       306-accept-record.
           write valid-rep             from input-rec.
           write trans-history-rec     from input-rec.
           add 1                       to ws-valid-counter.
           if not invoice-line
               add in-trans-amount     to ws-valid-amount
           end-if.
           move "ACCEPTED"             to ws-reg-disposition.
           if invoice-line
               perform 355-post-line-register
           else
               perform 350-post-register
           end-if.
           if er-price-flag = 'Y'
               perform 370-write-price-override
           end-if.
           if not invoice-header
               perform 356-post-inventory
           end-if.

       307-reject-record.
           add 1                       to ws-invalid-counter.
           write invalid-rec           from input-rec.
           if not disposing-group-lines
               move in-invoice-number  to op-invoice-number
               move ws-description     to op-error-description
               move ws-error-counter   to op-error-counter
               write error-rep         from error-heading-details
           end-if.
           move "REJECTED"             to ws-reg-disposition.
           if invoice-line
               perform 355-post-line-register
           else
               perform 350-post-register
           end-if.

       375-open-invoice-group.
           move 'Y'                    to ws-group-open-flag.
           move input-rec              to gh-record.
           move 0                      to ws-group-line-count.
           move 0                      to ws-group-amount.
           move 0                      to ws-group-units.

           perform 302-call-edit-rules.

           move ws-error-counter       to ws-group-error-count.
           move ws-description         to ws-group-description.

       380-add-invoice-line.
           add 1                       to ws-line-counter.

           if invoice-group-open
               if in-invoice-number not = gh-invoice-number or
                  in-store-no not = gh-store-no
                   perform 390-close-invoice-group
               end-if
           end-if.

           if not invoice-group-open or
              ws-group-line-count >= 999
               perform 385-reject-orphan-line
               exit paragraph
           end-if.

           perform 302-call-edit-rules.

           add 1                       to ws-group-line-count.
           move ws-group-line-count    to ws-group-line-sub.
           move input-rec              to gl-record (ws-group-line-sub).
           move er-price-flag          to gl-price-flag
                                          (ws-group-line-sub).
           move er-price-type          to gl-price-type
                                          (ws-group-line-sub).
           move er-expected-price      to gl-expected-price
                                          (ws-group-line-sub).
           move er-actual-price        to gl-actual-price
                                          (ws-group-line-sub).

           if er-amount-flag not = 'Y'
               add in-trans-amount     to ws-group-amount
           end-if.
           if in-quantity is numeric
               add in-quantity         to ws-group-units
           end-if.

           if ws-error-counter > 0
               add ws-error-counter    to ws-group-error-count
               move ws-description     to ws-group-description
           end-if.

           move 0                      to ws-error-counter.
           move spaces                 to ws-description.

           if gh-line-count is numeric and
              ws-group-line-count = gh-line-count
               perform 390-close-invoice-group
           end-if.

       385-reject-orphan-line.
           perform 302-call-edit-rules.
           add 1                       to ws-error-counter.
           add 1                       to cnt-line-orphan.
           move err-line-orphan        to ws-description.
           move 'N'                    to er-price-flag.
           perform 307-reject-record.

       390-close-invoice-group.
           move input-rec              to ws-hold-input-rec.
           move gh-record              to input-rec.
           move ws-group-error-count   to ws-error-counter.
           move ws-group-description   to ws-description.

           if ws-error-counter = 0
               if gh-line-count not = ws-group-line-count
                   add 1               to ws-error-counter
                   add 1               to cnt-line-missing
                   move err-line-missing
                                       to ws-description
               else
                   if ws-group-amount not = in-trans-amount or
                      ws-group-units not = in-quantity
                       add 1           to ws-error-counter
                       add 1           to cnt-line-total
                       move err-line-total
                                       to ws-description
                   end-if
               end-if
           end-if.

           move 'N'                    to ws-held-flag.
           if ws-error-counter = 0 and ws-limit-bypass-flag = 'N'
               perform 308-check-review-limit
           end-if.

           if record-held
               perform 392-hold-invoice-group
           else
               perform 304-validate-transaction
               if ws-error-counter = 0
                   perform 394-accept-invoice-group
               else
                   perform 396-reject-invoice-group
               end-if
           end-if.

           move 'N'                    to ws-group-open-flag.
           move 'N'                    to ws-line-disposal-flag.
           move ws-hold-input-rec      to input-rec.
           move 0                      to ws-error-counter.
           move spaces                 to ws-description.

       392-hold-invoice-group.
           write pending-approval-rec  from input-rec.
           add 1                       to ws-held-counter.
           move "HELD"                 to ws-reg-disposition.
           perform 350-post-register.

           perform varying ws-group-line-sub from 1 by 1
                   until ws-group-line-sub > ws-group-line-count
               move gl-record (ws-group-line-sub)
                                       to input-rec
               write pending-approval-rec
                                       from input-rec
               add 1                   to ws-held-counter
               perform 355-post-line-register
           end-perform.

       394-accept-invoice-group.
           move 'N'                    to er-price-flag.
           perform 306-accept-record.

           perform varying ws-group-line-sub from 1 by 1
                   until ws-group-line-sub > ws-group-line-count
               move gl-record (ws-group-line-sub)
                                       to input-rec
               move gl-price-flag (ws-group-line-sub)
                                       to er-price-flag
               move gl-price-type (ws-group-line-sub)
                                       to er-price-type
               move gl-expected-price (ws-group-line-sub)
                                       to er-expected-price
               move gl-actual-price (ws-group-line-sub)
                                       to er-actual-price
               perform 306-accept-record
           end-perform.

       396-reject-invoice-group.
           perform 307-reject-record.

           move 'Y'                    to ws-line-disposal-flag.
           perform varying ws-group-line-sub from 1 by 1
                   until ws-group-line-sub > ws-group-line-count
               move gl-record (ws-group-line-sub)
                                       to input-rec
               perform 307-reject-record
           end-perform.

       398-end-of-input.
           if invoice-group-open
               perform 390-close-invoice-group
           end-if.

       355-post-line-register.
           if in-line-no is not numeric
               exit paragraph
           end-if.

           move in-invoice-number          to tl-invoice-no.
           move in-line-no                 to tl-line-no.
           move in-trans-code              to tl-trans-code.
           move in-store-no                to tl-store-no.
           move in-sku-code                to tl-sku-code.
           move in-quantity                to tl-quantity.
           move in-unit-price              to tl-unit-price.
           move in-trans-amount            to tl-ext-amount.
           move in-trans-date              to tl-trans-date.
           move in-cashier-id              to tl-cashier-id.
           move ws-reg-disposition         to tl-disposition.

           write trans-line-rec
               invalid key
                   rewrite trans-line-rec
                       invalid key
                           continue
                   end-rewrite
           end-write.

       356-post-inventory.
           if in-trans-code = 'V' and not invoice-line
               perform 357-restore-voided-lines
               if ws-void-line-count > 0
                   exit paragraph
               end-if
           end-if.

           evaluate in-trans-code
               when 'S'
                   move -1                 to ws-inventory-qty
               when 'V'
                   move 1                  to ws-inventory-qty
               when other
                   exit paragraph
           end-evaluate.

           if invoice-line and in-quantity is numeric
               multiply in-quantity        by ws-inventory-qty
           end-if.

           move in-store-no                to si-store-no.
           move in-sku-code                to si-sku-code.
           perform 358-update-on-hand.

       357-restore-voided-lines.
           move 0                          to ws-void-line-count.
           move 'N'                        to ws-void-line-eof-flag.
           move in-invoice-number          to tl-invoice-no.
           move 0                          to tl-line-no.
           start trans-line-register
               key is >= tl-key
               invalid key
                   move 'Y'                to ws-void-line-eof-flag
           end-start.

           perform until ws-void-line-eof-flag = 'Y'
               read trans-line-register next record
                   at end
                       move 'Y'            to ws-void-line-eof-flag
                   not at end
                       if tl-invoice-no not = in-invoice-number
                           move 'Y'        to ws-void-line-eof-flag
                       end-if
               end-read
               if ws-void-line-eof-flag = 'N' and
                  tl-trans-code = 'S' and
                  tl-disposition = "ACCEPTED"
                   add 1                   to ws-void-line-count
                   move "VOIDED"           to tl-disposition
                   rewrite trans-line-rec
                       invalid key
                           continue
                   end-rewrite
                   move tl-quantity        to ws-inventory-qty
                   move tl-store-no        to si-store-no
                   move tl-sku-code        to si-sku-code
                   perform 358-update-on-hand
               end-if
           end-perform.

       358-update-on-hand.
           read store-inventory
               key is si-key
               invalid key
                   move 0                  to si-on-hand
                   move 0                  to si-reorder-point
                   move 0                  to si-reorder-qty
                   move 0                  to si-last-sale-date
                   move 0                  to si-last-receipt-date
                   move 0                  to si-last-count-date
                   move 'A'                to si-status
                   add ws-inventory-qty    to si-on-hand
                   move in-trans-date      to si-last-sale-date
                   write store-inventory-rec
                       invalid key
                           continue
                   end-write
               not invalid key
                   add ws-inventory-qty    to si-on-hand
                   move in-trans-date      to si-last-sale-date
                   rewrite store-inventory-rec
                       invalid key
                           continue
                   end-rewrite
           end-read.

       400-print-footer.

           move ws-total-counter       to op-total-counter.
           write error-rep             from invalid-record-footer.
           move ws-held-counter        to op-held-rec-counter.
           write error-rep             from held-record-footer.
           move ws-line-counter        to op-line-rec-counter.
           write error-rep             from invoice-line-footer.
           move ws-price-ovr-counter   to op-price-ovr-counter.
           write error-rep             from price-override-footer.
           write error-rep             from total-amount-footer.

           move spaces                 to error-rep.
           move cnt-cashier-id         to op-freq-count.
           write error-rep             from error-freq-line.

           move err-line-item          to op-freq-description.
           move cnt-line-item          to op-freq-count.
           write error-rep             from error-freq-line.

           move err-line-missing       to op-freq-description.
           move cnt-line-missing       to op-freq-count.
           write error-rep             from error-freq-line.

           move err-line-total         to op-freq-description.
           move cnt-line-total         to op-freq-count.
           write error-rep             from error-freq-line.

           move err-line-orphan        to op-freq-description.
           move cnt-line-orphan        to op-freq-count.
           write error-rep             from error-freq-line.
           move err-customer-no        to op-freq-description.
           move cnt-customer-no        to op-freq-count.
           write error-rep             from error-freq-line.
           move err-loyalty-cust       to op-freq-description.
           move cnt-loyalty-cust       to op-freq-count.
           write error-rep             from error-freq-line.
           move err-points-balance     to op-freq-description.
           move cnt-points-balance     to op-freq-count.
           write error-rep             from error-freq-line.
           move err-trans-time         to op-freq-description.
           move cnt-trans-time         to op-freq-count.
           write error-rep             from error-freq-line.
           move err-period-closed      to op-freq-description.
           move cnt-period-closed      to op-freq-count.
           write error-rep             from error-freq-line.
           move err-exempt-cert        to op-freq-description.
           move cnt-exempt-cert        to op-freq-count.
           write error-rep             from error-freq-line.
           move err-ship-to            to op-freq-description.
           move cnt-ship-to            to op-freq-count.
           write error-rep             from error-freq-line.
           move err-us-tender          to op-freq-description.
           move cnt-us-tender          to op-freq-count.
           write error-rep             from error-freq-line.

           move ws-valid-counter       to bc-record-count.
           move ws-valid-amount        to bc-amount.
           open output batch-control.
