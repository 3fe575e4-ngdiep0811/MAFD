
       fd invalid-data
           data record is invalid-rec
           record contains 150 characters.

       01 invalid-rec.
           05 iv-trans-code            pic x.
           05 iv-trans-date            pic 9(08).
           05 iv-card-no               pic x(16).
           05 iv-cashier-id            pic x(05).
           05 iv-rec-type              pic x.
           05 iv-line-no               pic 9(03).
           05 iv-quantity              pic 9(05).
           05 iv-unit-price            pic 9(07)v99.
           05 iv-customer-no           pic x(10).
           05 iv-trans-time.
               10 iv-trans-hh          pic 99.
               10 iv-trans-mm          pic 99.
               10 iv-trans-ss          pic 99.
           05 iv-exempt-reason         pic xx.
           05 iv-exempt-cert           pic x(15).
           05 iv-ship-province         pic xx.
           05 iv-order-no              pic x(12).
           05 iv-ship-charge           pic 9(05)v99.
           05 iv-foreign-amount        pic 9(07)v99.
           05 iv-foreign-amount-x redefines iv-foreign-amount
                                       pic x(09).
           05 filler                   pic x(02).

       fd error-data
           data record is error-rep

       fd resubmit-file
           data record is resubmit-rec
           record contains 150 characters.
       01 resubmit-rec.
           05 rs-base-fields           pic x(67).
           05 rs-rec-type              pic x.
           05 rs-line-no               pic x(03).
           05 rs-quantity              pic x(05).
           05 rs-unit-price            pic x(09).
           05 rs-customer-no           pic x(10).
           05 rs-trans-time            pic x(06).
           05 rs-exempt-reason         pic xx.
           05 rs-exempt-cert           pic x(15).
           05 filler                   pic x(21).
           05 rs-foreign-amount        pic x(09).
           05 filler                   pic x(02).

       fd corrections-log
           data record is corrections-log-rec
       01 flags.
           05 ws-invalid-eof-flag      pic x value 'N'.
           05 ws-error-eof-flag        pic x value 'N'.
           05 ws-resubmitted-flag      pic x value 'N'.
               88 record-resubmitted       value 'Y'.

       01 ws-carry-invoice-no          pic x(09) value spaces.
       01 ws-skip-invoice-no           pic x(09) value spaces.
       01 ws-carry-new-invoice-no      pic x(09) value spaces.
       01 ws-carry-new-store-no        pic xx value spaces.

       01 counters.
           05 ws-corrected-counter     pic 999 value 0.
       01 ws-new-trans-date            pic x(08).
       01 ws-new-card-no               pic x(16).
       01 ws-new-cashier-id            pic x(05).
       01 ws-new-quantity              pic x(05).
       01 ws-new-unit-price            pic x(09).
       01 ws-new-customer-no           pic x(10).
       01 ws-new-trans-time            pic x(06).
       01 ws-new-exempt-reason         pic xx.
       01 ws-new-exempt-cert           pic x(15).
       01 ws-new-foreign-amount        pic x(09).

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

       procedure division.

           end-perform.

       200-process-record.
           if iv-rec-type = 'D' and
              iv-invoice-number = ws-skip-invoice-no
               add 1                   to ws-skipped-counter
               read invalid-data
                   at end
                       move 'Y'        to ws-invalid-eof-flag
               end-read
               exit paragraph
           end-if.

           perform 210-find-error-description.

           move "----------------------------------------"
           move "Trans Date     : "    to ws-console-line.
           move iv-trans-date          to ws-console-line (18:).
           perform 910-put-console.
           if iv-trans-time not = spaces
               move "Trans Time     : "
                                       to ws-console-line
               move iv-trans-time      to ws-console-line (18:)
               perform 910-put-console
           end-if.
           if iv-exempt-reason not = spaces or
              iv-exempt-cert not = spaces
               move "Tax Exemption  : "
                                       to ws-console-line
               move iv-exempt-reason   to ws-console-line (18:)
               move iv-exempt-cert     to ws-console-line (21:)
               perform 910-put-console
           end-if.
           if iv-ship-province not = spaces or
              iv-order-no not = spaces
               move "Online Order   : "
                                       to ws-console-line
               move iv-order-no        to ws-console-line (18:)
               move "Ship-To"          to ws-console-line (32:)
               move iv-ship-province   to ws-console-line (40:)
               perform 910-put-console
           end-if.
           if iv-pay-type = "US"
               move "US Cash Tender : "
                                       to ws-console-line
               if iv-foreign-amount is numeric
                   move iv-foreign-amount
                                       to ws-amount-display
                   move ws-amount-display
                                       to ws-console-line (18:)
               else
                   move iv-foreign-amount-x
                                       to ws-console-line (18:)
               end-if
               move "USD"              to ws-console-line (32:)
               perform 910-put-console
           end-if.
           if iv-customer-no not = spaces
               move "Loyalty Cust   : "
                                       to ws-console-line
               move iv-customer-no     to ws-console-line (18:)
               perform 910-put-console
           end-if.
           if iv-rec-type = 'H'
               move "Invoice Lines  : "
                                       to ws-console-line
               move iv-line-no         to ws-console-line (18:)
               perform 910-put-console
               move "Total Units    : "
                                       to ws-console-line
               move iv-quantity        to ws-console-line (18:)
               perform 910-put-console
           end-if.
           if iv-rec-type = 'D'
               move "Line Number    : "
                                       to ws-console-line
               move iv-line-no         to ws-console-line (18:)
               perform 910-put-console
               move "Quantity       : "
                                       to ws-console-line
               move iv-quantity        to ws-console-line (18:)
               perform 910-put-console
               move "Unit Price     : "
                                       to ws-console-line
               move iv-unit-price      to ws-amount-display
               move ws-amount-display  to ws-console-line (18:)
               perform 910-put-console
           end-if.
           move "Error Reason   : "    to ws-console-line.
           move ws-found-description   to ws-console-line (18:).
           perform 910-put-console.

           move 'N'                    to ws-resubmitted-flag.

           if iv-rec-type = 'D' and
              iv-invoice-number = ws-carry-invoice-no
               if not batch-mode
                   display "Correct this line before resubmitting?"
                       " (Y/N) "
               end-if
               perform 920-get-reply
               move ws-script-line (1:1)
                                       to ws-reply
               if ws-reply = 'Y' or ws-reply = 'y'
                   perform 240-correct-and-resubmit
               else
                   move invalid-rec    to resubmit-rec
                   move ws-carry-new-store-no
                                       to resubmit-rec (13:2)
                   move ws-carry-new-invoice-no
                                       to resubmit-rec (15:9)
                   move ws-carry-new-invoice-no
                                       to ws-new-invoice-number
                   perform 250-write-resubmit
               end-if
           else
               if not batch-mode
                   display "Correct and resubmit this record? (Y/N) "
               end-if
               perform 920-get-reply
               move ws-script-line (1:1)
                                       to ws-reply
               if ws-reply = 'Y' or ws-reply = 'y'
                   perform 240-correct-and-resubmit
               else
                   add 1               to ws-skipped-counter
               end-if
           end-if.

           if iv-rec-type = 'H'
               if record-resubmitted
                   move iv-invoice-number
                                       to ws-carry-invoice-no
                   move ws-new-invoice-number
                                       to ws-carry-new-invoice-no
                   move ws-new-store-no
                                       to ws-carry-new-store-no
                   move spaces         to ws-skip-invoice-no
               else
                   move iv-invoice-number
                                       to ws-skip-invoice-no
                   move spaces         to ws-carry-invoice-no
                   move "Invoice lines left rejected with"
                       & " the header."
                                       to ws-console-line
                   perform 910-put-console
               end-if
           end-if.

           read invalid-data
               at end
                   move 'Y'            to ws-invalid-eof-flag.

       240-correct-and-resubmit.
           perform 220-capture-corrections
           perform until er-error-count = 0
                   or (batch-mode and ws-script-eof-flag = 'Y')
               move "Correction still fails the edits:"
                                       to ws-console-line
               perform 910-put-console
               perform 230-display-edit-failures
               move "Please re-enter the record."
                                       to ws-console-line
               perform 910-put-console
               perform 220-capture-corrections
           end-perform
           if er-error-count = 0
               perform 250-write-resubmit
           else
               move "Correction abandoned - record left"
                   & " rejected."  to ws-console-line
               perform 910-put-console
               add 1               to ws-skipped-counter
           end-if.

       250-write-resubmit.
           write resubmit-rec.
           add 1                       to ws-corrected-counter.
           move 'Y'                    to ws-resubmitted-flag.
           move ws-date                to cl-run-date.
           move ws-operator            to cl-operator.
           move ws-new-invoice-number  to cl-invoice-no.
           write corrections-log-rec.

       220-capture-corrections.
           move iv-trans-code          to ws-new-trans-code.
           move iv-trans-amount        to ws-new-trans-amount.
           move ws-script-line (1:2)   to ws-new-store-no.
           if ws-new-store-no = spaces
               move iv-store-no        to ws-new-store-no
               if iv-rec-type = 'D' and
                  iv-invoice-number = ws-carry-invoice-no
                   move ws-carry-new-store-no
                                       to ws-new-store-no
               end-if
           end-if.

           if not batch-mode
           move ws-script-line (1:9)   to ws-new-invoice-number.
           if ws-new-invoice-number = spaces
               move iv-invoice-number  to ws-new-invoice-number
               if iv-rec-type = 'D' and
                  iv-invoice-number = ws-carry-invoice-no
                   move ws-carry-new-invoice-no
                                       to ws-new-invoice-number
               end-if
           end-if.

           if not batch-mode
               move iv-cashier-id      to ws-new-cashier-id
           end-if.

           if iv-rec-type = 'H' or iv-rec-type = 'D'
               if not batch-mode
                   display "New Quantity / Units (blank = keep): "
               end-if
               perform 920-get-reply
               move ws-script-line (1:5)
                                       to ws-new-quantity
               if ws-new-quantity = spaces
                   move iv-quantity    to ws-new-quantity
               end-if
           end-if.

           if iv-rec-type = 'D'
               if not batch-mode
                   display "New Unit Price (blank = keep): "
               end-if
               perform 920-get-reply
               move ws-script-line (1:9)
                                       to ws-new-unit-price
               if ws-new-unit-price = spaces
                   move iv-unit-price (1:9)
                                       to ws-new-unit-price
               end-if
           end-if.

           if iv-rec-type not = 'D'
               if not batch-mode
                   display "New Loyalty Customer No (blank = keep): "
               end-if
               perform 920-get-reply
               move ws-script-line (1:10)
                                       to ws-new-customer-no
               if ws-new-customer-no = spaces
                   move iv-customer-no to ws-new-customer-no
               end-if
           end-if.

           move iv-trans-time          to ws-new-trans-time.
           if iv-rec-type not = 'D' and
              iv-trans-time not = spaces
               if iv-trans-time is not numeric or
                  iv-trans-hh > 23 or
                  iv-trans-mm > 59 or
                  iv-trans-ss > 59
                   if not batch-mode
                       display "New Trans Time hhmmss (blank = keep): "
                   end-if
                   perform 920-get-reply
                   move ws-script-line (1:6)
                                       to ws-new-trans-time
                   if ws-new-trans-time = spaces
                       move iv-trans-time
                                       to ws-new-trans-time
                   end-if
               end-if
           end-if.

           move iv-exempt-reason       to ws-new-exempt-reason.
           move iv-exempt-cert         to ws-new-exempt-cert.
           if iv-rec-type not = 'D' and
              (iv-exempt-reason not = spaces or
               iv-exempt-cert not = spaces)
               if not batch-mode
                   display "New Exempt Reason SC/RS/CH "
                           "(blank = keep, X = remove): "
               end-if
               perform 920-get-reply
               move ws-script-line (1:2)
                                       to ws-new-exempt-reason
               evaluate true
                   when ws-new-exempt-reason = spaces
                       move iv-exempt-reason
                                       to ws-new-exempt-reason
                   when ws-new-exempt-reason = 'X ' or
                        ws-new-exempt-reason = 'x '
                       move spaces     to ws-new-exempt-reason
                       move spaces     to ws-new-exempt-cert
               end-evaluate
               if ws-new-exempt-reason not = spaces
                   if not batch-mode
                       display "New Exempt Certificate "
                               "(blank = keep): "
                   end-if
                   perform 920-get-reply
                   move ws-script-line (1:15)
                                       to ws-new-exempt-cert
                   if ws-new-exempt-cert = spaces
                       move iv-exempt-cert
                                       to ws-new-exempt-cert
                   end-if
               end-if
           end-if.

           move iv-foreign-amount-x    to ws-new-foreign-amount.
           if iv-rec-type not = 'D'
               if ws-new-pay-type = "US" or iv-pay-type = "US"
                   if not batch-mode
                       display "New US Cash Amount "
                               "(blank = keep): "
                   end-if
                   perform 920-get-reply
                   move ws-script-line (1:9)
                                       to ws-new-foreign-amount
                   if ws-new-foreign-amount = spaces
                       move iv-foreign-amount-x
                                       to ws-new-foreign-amount
                   end-if
               end-if
               if ws-new-pay-type not = "US"
                   move spaces         to ws-new-foreign-amount
               end-if
           end-if.

           move invalid-rec            to resubmit-rec.
           string ws-new-trans-code     delimited by size
                  ws-new-trans-amount   delimited by size
                  ws-new-pay-type       delimited by size
                  into resubmit-rec
           end-string.

           if iv-rec-type = 'H' or iv-rec-type = 'D'
               move ws-new-quantity    to rs-quantity
           end-if.
           if iv-rec-type = 'D'
               move ws-new-unit-price  to rs-unit-price
           else
               move ws-new-customer-no to rs-customer-no
               move ws-new-trans-time  to rs-trans-time
               move ws-new-exempt-reason
                                       to rs-exempt-reason
               move ws-new-exempt-cert to rs-exempt-cert
               move ws-new-foreign-amount
                                       to rs-foreign-amount
           end-if.

           move resubmit-rec           to er-input-record.
           call "EditRules"            using edit-rules-comm.

                                       to ws-console-line
               perform 910-put-console
           end-if.
           if er-line-flag = 'Y'
               move "  - Invalid Line Item Details"
                                       to ws-console-line
               perform 910-put-console
           end-if.
           if er-customer-flag = 'Y'
               move "  - Invalid Loyalty Customer"
                                       to ws-console-line
               perform 910-put-console
           end-if.
           if er-time-flag = 'Y'
               move "  - Invalid Transaction Time"
                                       to ws-console-line
               perform 910-put-console
           end-if.
           if er-period-flag = 'Y'
               move "  - Posting Period Closed"
                                       to ws-console-line
               perform 910-put-console
           end-if.
           if er-exempt-flag = 'Y'
               move "  - Invalid Tax Exemption"
                                       to ws-console-line
               perform 910-put-console
           end-if.
           if er-ship-flag = 'Y'
               move "  - Invalid Ship-To Details"
                                       to ws-console-line
               perform 910-put-console
           end-if.
           if er-fx-flag = 'Y'
               move "  - Invalid US Cash Tender"
                                       to ws-console-line
               perform 910-put-console
           end-if.

       end program Corrections.
