
       fd settlement-file
           data record is settlement-rec
           record contains 41 characters.
       01 settlement-rec.
           05 se-settle-date           pic 9(08).
           05 se-pay-type              pic xx.
           05 se-store-no              pic xx.
           05 se-count                 pic 9(07).
           05 se-amount                pic s9(09)v99.
           05 se-foreign-amount        pic s9(09)v99.

       fd confirm-file
           data record is confirm-rec
           record contains 41 characters.
       01 confirm-rec.
           05 bk-settle-date           pic 9(08).
           05 bk-pay-type              pic xx.
           05 bk-store-no              pic xx.
           05 bk-count                 pic 9(07).
           05 bk-amount                pic s9(09)v99.
           05 bk-foreign-amount        pic s9(09)v99.

       fd output-file
           data record is output-line
               10 rn-our-amount         pic s9(09)v99.
               10 rn-bank-count         pic 9(07).
               10 rn-bank-amount        pic s9(09)v99.
               10 rn-our-foreign        pic s9(09)v99.
               10 rn-bank-foreign       pic s9(09)v99.
               10 rn-our-flag           pic x.
               10 rn-bank-flag          pic x.
               10 rn-settle-date        pic 9(08).
       01 ws-lookup-store-no            pic xx value spaces.

       01 ws-variance                   pic s9(09)v99 value 0.
       01 ws-us-line-count              pic 9(03) value 0.

       01 ws-open-items-status          pic xx value spaces.
       01 ws-open-item-count            pic 9(04) value 0.
               value spaces.
           05 op-status                pic x(09).

       01 us-recon-title.
           05 filler                   pic x(37)
               value "US CASH SETTLEMENT - US DOLLARS (USD)".

       01 us-recon-heading.
           05 filler                   pic x(06)
               value "TENDER".
           05 filler                   pic x(02)
               value spaces.
           05 filler                   pic x(05)
               value "STORE".
           05 filler                   pic x(06)
               value spaces.
           05 filler                   pic x(10)
               value "OUR USD   ".
           05 filler                   pic x(04)
               value spaces.
           05 filler                   pic x(11)
               value "BANK USD   ".
           05 filler                   pic x(05)
               value spaces.
           05 filler                   pic x(08)
               value "VARIANCE".
           05 filler                   pic x(04)
               value spaces.
           05 filler                   pic x(09)
               value "STATUS".
           05 filler                   pic x(03)
               value spaces.
           05 filler                   pic x(10)
               value "CAD BOOKED".
           05 filler                   pic x(04)
               value spaces.
           05 filler                   pic x(11)
               value "CAD CREDIT".

       01 us-recon-detail.
           05 filler                   pic x(02)
               value spaces.
           05 op-us-pay-type           pic xx.
           05 filler                   pic x(05)
               value spaces.
           05 op-us-store-no           pic xx.
           05 filler                   pic x(03)
               value spaces.
           05 op-us-our-amount         pic $$$$,$$9.99-.
           05 filler                   pic x(03)
               value spaces.
           05 op-us-bank-amount        pic $$$$,$$9.99-.
           05 filler                   pic x(03)
               value spaces.
           05 op-us-variance           pic $$$$,$$9.99-.
           05 filler                   pic x(03)
               value spaces.
           05 op-us-status             pic x(09).
           05 filler                   pic x(01)
               value spaces.
           05 op-us-our-cad            pic $$$$,$$9.99-.
           05 filler                   pic x(02)
               value spaces.
           05 op-us-bank-cad           pic $$$$,$$9.99-.

       01 recon-footer.
           05 filler                   pic x(26)
               value "Tender/store lines out    ".
               perform 200-find-or-add-entry
               add se-count            to rn-our-count (ws-recon-sub)
               add se-amount           to rn-our-amount (ws-recon-sub)
               if se-foreign-amount is numeric
                   add se-foreign-amount
                                       to rn-our-foreign (ws-recon-sub)
               end-if
               move 'Y'                to rn-our-flag (ws-recon-sub)
               if rn-settle-date (ws-recon-sub) = 0 and
                  se-settle-date is numeric
               perform 200-find-or-add-entry
               add bk-count            to rn-bank-count (ws-recon-sub)
               add bk-amount           to rn-bank-amount (ws-recon-sub)
               if bk-foreign-amount is numeric
                   add bk-foreign-amount
                                       to rn-bank-foreign (ws-recon-sub)
               end-if
               move 'Y'                to rn-bank-flag (ws-recon-sub)
               if rn-settle-date (ws-recon-sub) = 0 and
                  bk-settle-date is numeric
               move 0                  to rn-bank-count (ws-recon-count)
               move 0                  to rn-bank-amount
                                           (ws-recon-count)
               move 0                  to rn-our-foreign
                                           (ws-recon-count)
               move 0                  to rn-bank-foreign
                                           (ws-recon-count)
               move 'N'                to rn-our-flag (ws-recon-count)
               move 'N'                to rn-bank-flag (ws-recon-count)
               move 0                  to rn-settle-date

           perform varying ws-idx-lookup from 1 by 1
                   until ws-idx-lookup > ws-recon-count
               if rn-pay-type (ws-idx-lookup) = "US"
                   add 1               to ws-us-line-count
               else
                   perform 310-print-recon-line
               end-if
           end-perform.

           if ws-us-line-count > 0
               write output-line       from us-recon-title
                   after advancing 2 lines
               write output-line       from us-recon-heading
                   after advancing 1 line
               perform varying ws-idx-lookup from 1 by 1
                       until ws-idx-lookup > ws-recon-count
                   if rn-pay-type (ws-idx-lookup) = "US"
                       perform 315-print-us-recon-line
                   end-if
               end-perform
           end-if.

           move ws-recon-count         to op-total-lines.
           write output-line           from recon-footer
               after advancing 2 lines.
               rn-our-amount (ws-idx-lookup).
           move ws-variance                   to op-variance.

           perform 312-set-recon-status.

           if op-status not = "MATCH"
               perform 320-add-open-item
           end-if.

           write output-line                  from recon-detail.

       312-set-recon-status.
           evaluate true
               when rn-our-flag (ws-idx-lookup) = 'N'
                   move "BANK ONLY"           to op-status
                   move "MATCH"               to op-status
           end-evaluate.

       315-print-us-recon-line.
           move rn-pay-type (ws-idx-lookup)   to op-us-pay-type.
           move rn-store-no (ws-idx-lookup)   to op-us-store-no.
           move rn-our-foreign (ws-idx-lookup)
                                              to op-us-our-amount.
           move rn-bank-foreign (ws-idx-lookup)
                                              to op-us-bank-amount.
           move rn-our-amount (ws-idx-lookup) to op-us-our-cad.
           move rn-bank-amount (ws-idx-lookup)
                                              to op-us-bank-cad.

           compute ws-variance =
               rn-bank-foreign (ws-idx-lookup) -
               rn-our-foreign (ws-idx-lookup).
           move ws-variance                   to op-us-variance.

           perform 312-set-recon-status.
           move op-status                     to op-us-status.

           if op-status not = "MATCH"
               perform 320-add-open-item
           end-if.

           write output-line                  from us-recon-detail
               after advancing 1 line.

       040-load-run-mode.
           open input run-mode-file.
