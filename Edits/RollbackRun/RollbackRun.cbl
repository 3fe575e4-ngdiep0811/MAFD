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

           select checkpoint-file
               assign to "../../../data/edits-checkpoint.dat"
                   organization is line sequential
                   organization is line sequential
                   file status is ws-intake-status.

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

       fd checkpoint-file
           data record is checkpoint-rec

       fd run-control-file
           data record is run-control-rec
           record contains 16 characters.
       01 run-control-rec.
           05 rc-run-date              pic x(08).
           05 rc-step-flag             occurs 8 times
                                        pic x.

       fd feed-accepted
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
       01 ws-checkpoint-status          pic xx value spaces.
       01 ws-highwater-status           pic xx value spaces.
           if ws-reply = 'Y'
               perform 100-restore-invoice-history
               perform 200-restore-trans-register
               perform 250-restore-line-register
               perform 300-restore-gift-cards
               perform 400-restore-layaway
               perform 450-restore-loyalty
               perform 470-restore-inventory
               perform 500-restore-trans-history
               perform 550-restore-loyalty-activity
               perform 560-restore-override-history
               perform 600-clear-run-controls

               string "Rollback complete - records restored: "

           close trans-register-bak, trans-register.

       250-restore-line-register.
           move 'N'                    to ws-eof-flag.
           open input trans-line-register-bak.
           if ws-bn-status not = "00"
               move "No line register snapshot - skipped."
                                       to ws-console-line
               perform 910-put-console
               exit paragraph
           end-if.

           open output trans-line-register.
           add 1                       to ws-file-counter.

           read trans-line-register-bak next record
               at end
                   move 'Y'            to ws-eof-flag
           end-read.

           perform until ws-eof-flag = 'Y'
               move trans-line-bak-rec to trans-line-rec
               write trans-line-rec
                   invalid key
                       continue
               end-write
               add 1                   to ws-copied-counter
               read trans-line-register-bak next record
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           close trans-line-register-bak, trans-line-register.

       300-restore-gift-cards.
           move 'N'                    to ws-eof-flag.
           open input gift-card-bak.

           close layaway-bak, layaway-ledger.

       450-restore-loyalty.
           move 'N'                    to ws-eof-flag.
           open input loyalty-bak.
           if ws-bp-status not = "00"
               move "No loyalty ledger snapshot - skipped."
                                       to ws-console-line
               perform 910-put-console
               exit paragraph
           end-if.

           open output loyalty-ledger.
           add 1                       to ws-file-counter.

           read loyalty-bak next record
               at end
                   move 'Y'            to ws-eof-flag
           end-read.

           perform until ws-eof-flag = 'Y'
               move loyalty-bak-rec    to loyalty-rec
               write loyalty-rec
                   invalid key
                       continue
               end-write
               add 1                   to ws-copied-counter
               read loyalty-bak next record
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           close loyalty-bak, loyalty-ledger.

       470-restore-inventory.
           move 'N'                    to ws-eof-flag.
           open input store-inventory-bak.
           if ws-bi-status not = "00"
               move "No store inventory snapshot - skipped."
                                       to ws-console-line
               perform 910-put-console
               exit paragraph
           end-if.

           open output store-inventory.
           add 1                       to ws-file-counter.

           read store-inventory-bak next record
               at end
                   move 'Y'            to ws-eof-flag
           end-read.

           perform until ws-eof-flag = 'Y'
               move store-inventory-bak-rec to store-inventory-rec
               write store-inventory-rec
                   invalid key
                       continue
               end-write
               add 1                   to ws-copied-counter
               read store-inventory-bak next record
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           close store-inventory-bak, store-inventory.

       500-restore-trans-history.
           move 'N'                    to ws-eof-flag.
           open input trans-history-bak.

           close trans-history-bak, trans-history.

       550-restore-loyalty-activity.
           move 'N'                    to ws-eof-flag.
           open input loyalty-activity-bak.
           if ws-ba-status not = "00"
               move "No loyalty activity snapshot - skipped."
                                       to ws-console-line
               perform 910-put-console
               exit paragraph
           end-if.

           open output loyalty-activity.
           add 1                       to ws-file-counter.

           read loyalty-activity-bak
               at end
                   move 'Y'            to ws-eof-flag
           end-read.

           perform until ws-eof-flag = 'Y'
               move loyalty-activity-bak-rec
                                       to loyalty-activity-rec
               write loyalty-activity-rec
               add 1                   to ws-copied-counter
               read loyalty-activity-bak
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           close loyalty-activity-bak, loyalty-activity.

       560-restore-override-history.
           move 'N'                    to ws-eof-flag.
           open input override-history-bak.
           if ws-bo-status not = "00"
               move "No price override history snapshot - skipped."
                                       to ws-console-line
               perform 910-put-console
               exit paragraph
           end-if.

           open output override-history.
           add 1                       to ws-file-counter.

           read override-history-bak
               at end
                   move 'Y'            to ws-eof-flag
           end-read.

           perform until ws-eof-flag = 'Y'
               move override-history-bak-rec
                                       to override-history-rec
               write override-history-rec
               add 1                   to ws-copied-counter
               read override-history-bak
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           close override-history-bak, override-history.

       050-check-snapshot.
           move 'N'                    to ws-reply.
           move 0                      to sc-snap-date.
           open output run-control-file.
           move ws-date                to rc-run-date.
           perform varying ws-flag-sub from 1 by 1
                   until ws-flag-sub > 8
               move 'N'                to rc-step-flag (ws-flag-sub)
           end-perform.
           write run-control-rec.
