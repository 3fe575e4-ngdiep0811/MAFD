                   organization is line sequential
                   file status is ws-disp-status.

           select store-inventory
               assign to "../../../data/store-inventory.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is si-key
                   file status is ws-inventory-status.

           select audit-log
               assign to "../../../data/audit-trail.dat"
                   organization is line sequential

       fd return-data
           data record is return-rec
           record contains 150 characters.
       01 return-rec.
           05 rt-trans-code            pic x.
           05 rt-trans-amount          pic 9(07)v99.
           05 rt-trans-date            pic 9(08).
           05 rt-card-no               pic x(16).
           05 rt-cashier-id            pic x(05).
           05 rt-rec-type              pic x.
               88 invoice-header
                  value 'H'.
               88 invoice-line
                  value 'D'.
           05 rt-line-no               pic 9(03).
           05 rt-quantity              pic 9(05).
           05 rt-unit-price            pic 9(07)v99.
           05 filler                   pic x(65).

       fd disposition-file
           data record is disposition-rec
           05 dp-disp-code             pic x.
           05 dp-operator              pic x(10).

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

       fd audit-log
           data record is audit-rec.
       01 audit-rec.
       01 ws-return-status              pic xx value spaces.
       01 ws-disp-status                pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.
       01 ws-inventory-status           pic xx value spaces.
       01 ws-restock-qty                pic 9(05) value 0.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.
           05 ws-return-counter        pic 9(05) value 0.
           05 ws-coded-counter         pic 9(05) value 0.
           05 ws-skipped-counter       pic 9(05) value 0.
           05 ws-restock-counter       pic 9(05) value 0.

       procedure division.

               open extend disposition-file
           end-if.

           open i-o store-inventory.
           if ws-inventory-status = "35"
               open output store-inventory
               close store-inventory
               open i-o store-inventory
           end-if.

           move "Return Disposition Entry"
                                       to ws-console-line.
           perform 910-put-console.
           end-if.

           close disposition-file.
           close store-inventory.

           if batch-mode and ws-script-status = "00"
               close operator-input
           end-string.
           perform 910-put-console.

           string "Units restocked: "  delimited by size
                  ws-restock-counter   delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           move "End of Return Disposition Program."
                                       to ws-console-line.
           perform 910-put-console.

           perform 210-check-already-done.

           if ws-already-done-flag = 'Y' or invoice-header
               continue
           else
               perform 220-prompt-disposition
           move rt-trans-amount        to ws-amount-display.
           move ws-amount-display      to ws-console-line (18:).
           perform 910-put-console.
           if invoice-line
               move "Quantity       : "
                                       to ws-console-line
               move rt-quantity        to ws-console-line (18:)
               perform 910-put-console
           end-if.
           if not batch-mode
               display "Restock, Damaged, Vendor return,"
                   " or Skip? (R/D/V/S) "
       230-write-disposition-r.
           move 'R'                    to ws-reply.
           perform 240-write-disposition.
           perform 250-restock-inventory.

       231-write-disposition-d.
           move 'D'                    to ws-reply.
           write disposition-rec.
           add 1                       to ws-coded-counter.

       250-restock-inventory.
           if invoice-line and rt-quantity is numeric
               move rt-quantity        to ws-restock-qty
           else
               move 1                  to ws-restock-qty
           end-if.

           move rt-store-no            to si-store-no.
           move rt-sku-code            to si-sku-code.
           read store-inventory
               key is si-key
               invalid key
                   move 0              to si-on-hand
                   move 0              to si-reorder-point
                   move 0              to si-reorder-qty
                   move 0              to si-last-sale-date
                   move 0              to si-last-receipt-date
                   move 0              to si-last-count-date
                   move 'A'            to si-status
                   add ws-restock-qty  to si-on-hand
                   write store-inventory-rec
                       invalid key
                           continue
                   end-write
               not invalid key
                   add ws-restock-qty  to si-on-hand
                   rewrite store-inventory-rec
                       invalid key
                           continue
                   end-rewrite
           end-read.

           add ws-restock-qty          to ws-restock-counter.

       920-get-reply.
           move spaces                 to ws-script-line.
           if batch-mode
