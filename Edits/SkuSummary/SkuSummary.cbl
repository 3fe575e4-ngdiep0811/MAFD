
       input-output section.
       file-control.
           select daily-summary
               assign to "../../../data/daily-summary.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is su-key
                   file status is ws-summary-status.

           select output-file
               assign to "../../../data/sku-summary.out"
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

       fd output-file
           data record is output-line

       01 ws-audit-status               pic xx value spaces.
       01 ws-dt-status                  pic xx value spaces.
       01 ws-summary-status             pic xx value spaces.
       01 ws-summary-open-flag          pic x value 'N'.
       01 ws-class-sub                  pic 9 value 0.

       01 ws-sku-count                  pic 9(4) value 0.
       01 sku-table.
                                         depending on ws-sku-count.
               10 sku-code              pic x(15).
               10 sku-txn-count         pic 9(05) value 0.
               10 sku-units             pic s9(07) value 0.
               10 sku-amount            pic s9(09)v99 value 0.

       01 ws-sku-sub                    pic 9(4) value 0.
       01 ws-temp-sku-entry.
           05 tmp-sku-code              pic x(15).
           05 tmp-sku-txn-count         pic 9(05).
           05 tmp-sku-units             pic s9(07).
           05 tmp-sku-amount            pic s9(09)v99.

       01 ws-signed-amount              pic s9(09)v99 value 0.
       01 ws-signed-units               pic s9(09) value 0.
       01 ws-sku-txn-count              pic 9(07) value 0.

       01 ws-sort-i                     pic 9(4) value 0.
       01 ws-sort-j                     pic 9(4) value 0.
               value spaces.
           10 filler                   pic x(17)
               value "TRANSACTION COUNT".
           10 filler                   pic x(03)
               value spaces.
           10 filler                   pic x(10)
               value "UNITS SOLD".
           10 filler                   pic x(05)
               value spaces.
           10 filler                   pic x(12)
               value "TOTAL AMOUNT".
           05 filler                   pic x(07)
               value spaces.
           05 op-sku-txn-count          pic zzzz9.
           05 filler                   pic x(11)
               value spaces.
           05 op-sku-units              pic z,zzz,zz9-.
           05 filler                   pic x(02)
               value spaces.
           05 op-sku-amount             pic $$,$$$,$$9.99-.

               value "Total Transactions    = ".
           05 op-total-txn-count        pic zzzz9.

       01 total-units-line.
           05 filler                   pic x(25)
               value "Total Units Sold      = ".
           05 op-total-units            pic z,zzz,zz9-.

       01 total-amount-line.
           05 filler                   pic x(25)
               value "Total Sales Amount    = ".
       01 counters.
           05 ws-record-count          pic 9(07) value 0.
           05 ws-total-txn-count       pic 9(07) value 0.
           05 ws-total-units           pic s9(09) value 0.
           05 ws-total-amount          pic s9(09)v99 value 0.

       procedure division.
           perform 040-load-run-mode.
           perform 042-load-process-date.

           open output output-file.

           perform 050-load-sku-master.
               move ws-process-date (3:6) to ws-run-date
           end-if.

           perform 150-open-daily-summary.

           perform 200-process-records
               until ws-eof-flag = 'Y'.

           if ws-summary-open-flag = 'Y'
               close daily-summary
           end-if.

           perform 250-sort-sku-table.

           write output-line           from detail-heading
               after advancing 2 lines.

       150-open-daily-summary.
           open input daily-summary.
           if ws-summary-status not = "00"
               move "No daily summary on file."
                                       to ws-console-line
               perform 910-put-console
               move 'Y'                to ws-eof-flag
               exit paragraph
           end-if.
           move 'Y'                    to ws-summary-open-flag.

           move 'C'                    to su-rec-type.
           move spaces                 to su-store-no.
           move spaces                 to su-key-value.
           read daily-summary
               invalid key
                   move "No daily summary control record."
                                       to ws-console-line
                   perform 910-put-console
               not invalid key
                   if su-business-date is numeric and
                      not date-overridden
                       move su-business-date (3:6)
                                       to ws-date
                   end-if
                   if not summary-balanced
                       move "Daily summary not balanced to batch "
                           & "control." to ws-console-line
                       perform 910-put-console
                   end-if
           end-read.

           move 'U'                    to su-rec-type.
           move low-values             to su-store-no.
           move low-values             to su-key-value.
           start daily-summary
               key is >= su-key
               invalid key
                   move 'Y'            to ws-eof-flag
           end-start.

           if ws-eof-flag = 'N'
               perform 160-read-next-sku
           end-if.

       160-read-next-sku.
           read daily-summary next record
               at end
                   move 'Y'            to ws-eof-flag
               not at end
                   if not summary-sku
                       move 'Y'        to ws-eof-flag
                   end-if
           end-read.

       200-process-records.
           add 1                       to ws-record-count.
           perform 230-tally-sku-record.
           perform 160-read-next-sku.

       230-tally-sku-record.
           move 0                      to ws-sku-txn-count.
           move 0                      to ws-signed-units.
           move 0                      to ws-signed-amount.
           perform varying ws-class-sub from 1 by 1
                   until ws-class-sub > 5
               add su-item-count (ws-class-sub)
                                       to ws-sku-txn-count
               if ws-class-sub = 3 or ws-class-sub = 4
                   subtract su-item-units (ws-class-sub)
                                       from ws-signed-units
                   subtract su-item-amount (ws-class-sub)
                                       from ws-signed-amount
               else
                   add su-item-units (ws-class-sub)
                                       to ws-signed-units
                   add su-item-amount (ws-class-sub)
                                       to ws-signed-amount
               end-if
           end-perform.

           add ws-sku-txn-count        to ws-total-txn-count.
           add ws-signed-amount        to ws-total-amount.
           add ws-signed-units         to ws-total-units.

           perform 210-find-or-add-sku.
           add ws-sku-txn-count        to sku-txn-count (ws-sku-sub).
           add ws-signed-units         to sku-units (ws-sku-sub).
           add ws-signed-amount        to sku-amount (ws-sku-sub).

       210-find-or-add-sku.
           move 0                      to ws-sku-sub.
           perform varying ws-idx-lookup from 1 by 1
                   until ws-idx-lookup > ws-sku-count
               if sku-code (ws-idx-lookup) = su-key-value
                   move ws-idx-lookup  to ws-sku-sub
                   exit perform
               end-if

           if ws-sku-sub = 0
               add 1                   to ws-sku-count
               move su-key-value       to sku-code (ws-sku-count)
               move 0                  to sku-txn-count (ws-sku-count)
               move 0                  to sku-units (ws-sku-count)
               move 0                  to sku-amount (ws-sku-count)
               move ws-sku-count       to ws-sku-sub
           end-if.
               perform 310-find-sku-master
               move sku-txn-count (ws-idx-lookup)
                                       to op-sku-txn-count
               move sku-units (ws-idx-lookup)
                                       to op-sku-units
               move sku-amount (ws-idx-lookup)
                                       to op-sku-amount
               write output-line       from detail-line
       400-print-footer.
           move ws-sku-count           to op-total-sku-count.
           move ws-total-txn-count     to op-total-txn-count.
           move ws-total-units         to op-total-units.
           move ws-total-amount        to op-total-amount.

           move spaces                 to output-line.
           write output-line           from total-sku-count-line
               after advancing 2 lines.
           write output-line           from total-txn-count-line.
           write output-line           from total-units-line.
           write output-line           from total-amount-line.

       500-write-daily-totals.
