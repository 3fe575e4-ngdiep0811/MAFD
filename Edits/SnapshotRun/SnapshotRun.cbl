                       with duplicates
                   file status is ws-br-status.

           select trans-line-register
               assign to "../../../data/trans-line-register.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is tl-key
                   file status is ws-tl-status.

           select trans-line-register-bak
               assign to "../../../data/trans-line-register.bak"
                   organization is indexed
                   access mode is dynamic
                   record key is bn-key
                   file status is ws-bn-status.

           select gift-card-ledger
               assign to "../../../data/gift-card-ledger.dat"
                   organization is indexed
                   record key is bl-invoice-no
                   file status is ws-bl-status.

           select store-inventory
               assign to "../../../data/store-inventory.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is si-key
                   file status is ws-inventory-status.

           select store-inventory-bak
               assign to "../../../data/store-inventory.bak"
                   organization is indexed
                   access mode is dynamic
                   record key is bi-key
                   file status is ws-bi-status.

           select trans-history
               assign to "../../../data/trans-history.dat"
                   organization is line sequential
                   organization is line sequential
                   file status is ws-bt-status.

           select loyalty-ledger
               assign to "../../../data/loyalty-ledger.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is lp-customer-no
                   file status is ws-loyalty-status.

           select loyalty-bak
               assign to "../../../data/loyalty-ledger.bak"
                   organization is indexed
                   access mode is dynamic
                   record key is bp-customer-no
                   file status is ws-bp-status.

           select loyalty-activity
               assign to "../../../data/loyalty-activity.dat"
                   organization is line sequential
                   file status is ws-activity-status.

           select loyalty-activity-bak
               assign to "../../../data/loyalty-activity.bak"
                   organization is line sequential
                   file status is ws-ba-status.

           select override-history
               assign to "../../../data/price-override-history.dat"
                   organization is line sequential
                   file status is ws-override-status.

           select override-history-bak
               assign to "../../../data/price-override-history.bak"
                   organization is line sequential
                   file status is ws-bo-status.

           select snapshot-control
               assign to "../../../data/snapshot-control.dat"
                   organization is line sequential
           05 tr-store-date.
               10 tr-sd-store-no       pic xx.
               10 tr-sd-trans-date     pic 9(08).
           05 tr-trans-time            pic x(06).

       fd trans-register-bak
           data record is trans-register-bak-rec.
           05 br-store-date.
               10 br-sd-store-no       pic xx.
               10 br-sd-trans-date     pic 9(08).
           05 br-trans-time            pic x(06).

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

       fd trans-line-register-bak
           data record is trans-line-bak-rec.
       01 trans-line-bak-rec.
           05 bn-key.
               10 bn-invoice-no        pic x(09).
               10 bn-line-no           pic 9(03).
           05 bn-trans-code            pic x.
           05 bn-store-no              pic xx.
           05 bn-sku-code              pic x(15).
           05 bn-quantity              pic 9(05).
           05 bn-unit-price            pic 9(07)v99.
           05 bn-ext-amount            pic 9(07)v99.
           05 bn-trans-date            pic 9(08).
           05 bn-cashier-id            pic x(05).
           05 bn-disposition           pic x(10).

       fd gift-card-ledger
           data record is gift-card-rec.
           05 bl-last-pay-date         pic 9(08).
           05 bl-status                pic x.

       fd loyalty-ledger
           data record is loyalty-rec.
       01 loyalty-rec.
           05 lp-customer-no           pic x(10).
           05 lp-balance               pic s9(09).
           05 lp-earned-ltd            pic s9(09).
           05 lp-redeemed-ltd          pic s9(09).
           05 lp-last-date             pic 9(08).
           05 lp-status                pic x.

       fd loyalty-bak
           data record is loyalty-bak-rec.
       01 loyalty-bak-rec.
           05 bp-customer-no           pic x(10).
           05 bp-balance               pic s9(09).
           05 bp-earned-ltd            pic s9(09).
           05 bp-redeemed-ltd          pic s9(09).
           05 bp-last-date             pic 9(08).
           05 bp-status                pic x.

       fd loyalty-activity
           data record is loyalty-activity-rec
           record contains 51 characters.
       01 loyalty-activity-rec         pic x(51).

       fd loyalty-activity-bak
           data record is loyalty-activity-bak-rec
           record contains 51 characters.
       01 loyalty-activity-bak-rec     pic x(51).

       fd override-history
           data record is override-history-rec
           record contains 68 characters.
       01 override-history-rec         pic x(68).

       fd override-history-bak
           data record is override-history-bak-rec
           record contains 68 characters.
       01 override-history-bak-rec     pic x(68).

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

       fd store-inventory-bak
           data record is store-inventory-bak-rec.
       01 store-inventory-bak-rec.
           05 bi-key.
               10 bi-store-no          pic xx.
               10 bi-sku-code          pic x(15).
           05 bi-on-hand               pic s9(07).
           05 bi-reorder-point         pic 9(07).
           05 bi-reorder-qty           pic 9(07).
           05 bi-last-sale-date        pic 9(08).
           05 bi-last-receipt-date     pic 9(08).
           05 bi-last-count-date       pic 9(08).
           05 bi-status                pic x.

       fd trans-history
           data record is trans-history-rec
           record contains 150 characters.
       01 trans-history-rec            pic x(150).

       fd trans-history-bak
           data record is trans-history-bak-rec
           record contains 150 characters.
       01 trans-history-bak-rec        pic x(150).

       fd snapshot-control
           data record is snapshot-control-rec
       01 ws-bh-status                  pic xx value spaces.
       01 ws-register-status            pic xx value spaces.
       01 ws-br-status                  pic xx value spaces.
       01 ws-tl-status                  pic xx value spaces.
       01 ws-bn-status                  pic xx value spaces.
       01 ws-gc-status                  pic xx value spaces.
       01 ws-bg-status                  pic xx value spaces.
       01 ws-layaway-status             pic xx value spaces.
       01 ws-bl-status                  pic xx value spaces.
       01 ws-history-status             pic xx value spaces.
       01 ws-bt-status                  pic xx value spaces.
       01 ws-inventory-status           pic xx value spaces.
       01 ws-bi-status                  pic xx value spaces.
       01 ws-loyalty-status             pic xx value spaces.
       01 ws-bp-status                  pic xx value spaces.
       01 ws-activity-status            pic xx value spaces.
       01 ws-ba-status                  pic xx value spaces.
       01 ws-override-status            pic xx value spaces.
       01 ws-bo-status                  pic xx value spaces.
       01 ws-snap-status                pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.


           perform 100-snapshot-invoice-history.
           perform 200-snapshot-trans-register.
           perform 250-snapshot-line-register.
           perform 300-snapshot-gift-cards.
           perform 400-snapshot-layaway.
           perform 450-snapshot-loyalty.
           perform 470-snapshot-inventory.
           perform 500-snapshot-trans-history.
           perform 550-snapshot-loyalty-activity.
           perform 560-snapshot-override-history.
           perform 600-write-snapshot-control.

           string "Snapshot complete - records copied: "

           close trans-register, trans-register-bak.

       250-snapshot-line-register.
           move 'N'                    to ws-eof-flag.
           open input trans-line-register.
           if ws-tl-status not = "00"
               move "Line register not on file - skipped."
                                       to ws-console-line
               perform 910-put-console
               exit paragraph
           end-if.

           open output trans-line-register-bak.
           add 1                       to ws-file-counter.

           read trans-line-register next record
               at end
                   move 'Y'            to ws-eof-flag
           end-read.

           perform until ws-eof-flag = 'Y'
               move trans-line-rec     to trans-line-bak-rec
               write trans-line-bak-rec
                   invalid key
                       continue
               end-write
               add 1                   to ws-copied-counter
               read trans-line-register next record
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           close trans-line-register, trans-line-register-bak.

       300-snapshot-gift-cards.
           move 'N'                    to ws-eof-flag.
           open input gift-card-ledger.

           close layaway-ledger, layaway-bak.

       450-snapshot-loyalty.
           move 'N'                    to ws-eof-flag.
           open input loyalty-ledger.
           if ws-loyalty-status not = "00"
               move "Loyalty ledger not on file - skipped."
                                       to ws-console-line
               perform 910-put-console
               exit paragraph
           end-if.

           open output loyalty-bak.
           add 1                       to ws-file-counter.

           read loyalty-ledger next record
               at end
                   move 'Y'            to ws-eof-flag
           end-read.

           perform until ws-eof-flag = 'Y'
               move loyalty-rec        to loyalty-bak-rec
               write loyalty-bak-rec
                   invalid key
                       continue
               end-write
               add 1                   to ws-copied-counter
               read loyalty-ledger next record
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           close loyalty-ledger, loyalty-bak.

       470-snapshot-inventory.
           move 'N'                    to ws-eof-flag.
           open input store-inventory.
           if ws-inventory-status not = "00"
               move "Store inventory not on file - skipped."
                                       to ws-console-line
               perform 910-put-console
               exit paragraph
           end-if.

           open output store-inventory-bak.
           add 1                       to ws-file-counter.

           read store-inventory next record
               at end
                   move 'Y'            to ws-eof-flag
           end-read.

           perform until ws-eof-flag = 'Y'
               move store-inventory-rec    to store-inventory-bak-rec
               write store-inventory-bak-rec
                   invalid key
                       continue
               end-write
               add 1                   to ws-copied-counter
               read store-inventory next record
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           close store-inventory, store-inventory-bak.

       500-snapshot-trans-history.
           move 'N'                    to ws-eof-flag.
           open input trans-history.

           close trans-history, trans-history-bak.

       550-snapshot-loyalty-activity.
           move 'N'                    to ws-eof-flag.
           open input loyalty-activity.
           if ws-activity-status not = "00"
               move "Loyalty activity not on file - skipped."
                                       to ws-console-line
               perform 910-put-console
               exit paragraph
           end-if.

           open output loyalty-activity-bak.
           add 1                       to ws-file-counter.

           read loyalty-activity
               at end
                   move 'Y'            to ws-eof-flag
           end-read.

           perform until ws-eof-flag = 'Y'
               move loyalty-activity-rec
                                       to loyalty-activity-bak-rec
               write loyalty-activity-bak-rec
               add 1                   to ws-copied-counter
               read loyalty-activity
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           close loyalty-activity, loyalty-activity-bak.

       560-snapshot-override-history.
           move 'N'                    to ws-eof-flag.
           open input override-history.
           if ws-override-status not = "00"
               move "Price override history not on file - skipped."
                                       to ws-console-line
               perform 910-put-console
               exit paragraph
           end-if.

           open output override-history-bak.
           add 1                       to ws-file-counter.

           read override-history
               at end
                   move 'Y'            to ws-eof-flag
           end-read.

           perform until ws-eof-flag = 'Y'
               move override-history-rec
                                       to override-history-bak-rec
               write override-history-bak-rec
               add 1                   to ws-copied-counter
               read override-history
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           close override-history, override-history-bak.

       600-write-snapshot-control.
           open output snapshot-control.
           move ws-process-date        to sc-snap-date.
