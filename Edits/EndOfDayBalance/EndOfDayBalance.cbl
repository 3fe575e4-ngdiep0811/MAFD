
       input-output section.
       file-control.
           select daily-summary
               assign to "../../../data/daily-summary.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is su-key
                   file status is ws-summary-status.

           select batch-control
               assign to "../../../data/batch-control.dat"
       data division.
       file section.

       fd daily-summary
           data record is summary-rec
           record contains 300 characters.
       01 summary-rec.
           05 su-key.
               10 su-rec-type          pic x.
                   88 summary-control    value 'C'.
                   88 summary-dept       value 'D'.
                   88 summary-cashier    value 'K'.
                   88 summary-tender     value 'P'.
                   88 summary-store      value 'S'.
                   88 summary-chain      value 'T'.
                   88 summary-sku        value 'U'.
               10 su-store-no          pic xx.
               10 su-key-value         pic x(15).
           05 su-class-totals.
               10 su-class             occurs 5 times.
                   15 su-txn-count     pic 9(07).
                   15 su-txn-amount    pic 9(09)v99.
                   15 su-foreign-amount
                                       pic 9(09)v99.
                   15 su-item-count    pic 9(07).
                   15 su-item-units    pic 9(09).
                   15 su-item-amount   pic 9(09)v99.
           05 su-control redefines su-class-totals.
               10 su-business-date     pic 9(08).
               10 su-record-count      pic 9(07).
               10 su-line-count        pic 9(07).
               10 su-amount            pic 9(09)v99.
               10 su-bc-record-count   pic 9(07).
               10 su-bc-amount         pic 9(09)v99.
               10 su-balance-flag      pic x.
                   88 summary-balanced   value 'Y'.
               10 su-run-date          pic x(08).
               10 su-run-time          pic x(08).
               10 filler               pic x(212).
           05 filler                   pic x(02).

       fd batch-control
           data record is batch-control-rec
           88 batch-mode                 value 'Y'.
       01 ws-console-line               pic x(80) value spaces.

       01 ws-summary-status             pic xx value spaces.
       01 ws-bc-status                  pic xx value spaces.
       01 ws-dt-status                  pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.
                                       to ws-date
           end-if.

           perform 100-retotal-daily-summary.
           perform 150-load-batch-control.
           perform 160-load-daily-totals.


           goback.

       100-retotal-daily-summary.
           open input daily-summary.
           if ws-summary-status not = "00"
               move "No daily summary on file."
                                       to ws-console-line
               perform 910-put-console
               exit paragraph
           end-if.

           move 'C'                    to su-rec-type.
           move spaces                 to su-store-no.
           move spaces                 to su-key-value.
           read daily-summary
               invalid key
                   move "No daily summary control record."
                                       to ws-console-line
                   perform 910-put-console
               not invalid key
                   move su-record-count
                                       to ws-tot-count
                   move su-amount      to ws-tot-amount
           end-read.

           move 'T'                    to su-rec-type.
           read daily-summary
               invalid key
                   continue
               not invalid key
                   compute ws-sl-count =
                       su-txn-count (1) + su-txn-count (2)
                   compute ws-sl-amount =
                       su-txn-amount (1) + su-txn-amount (2)
                           - su-txn-amount (4)
                   move su-txn-count (3)
                                       to ws-r-count
                   compute ws-r-amount = 0 - su-txn-amount (3)
           end-read.

           close daily-summary.

           compute ws-net-amount = ws-sl-amount + ws-r-amount.

       150-load-batch-control.
           open input batch-control.
