
       input-output section.
       file-control.
           select daily-summary
               assign to "../../../data/daily-summary.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is su-key
                   file status is ws-summary-status.

           select output-file
               assign to "../../../data/dept-summary.out"
                   organization is line sequential.

           select dept-master
               assign to "../../../data/dept-master.dat"
                   organization is line sequential
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
           record contains 122 characters.
       01 output-line                  pic x(122).

       fd dept-master
           data record is dept-master-rec
           record contains 42 characters.
           88 batch-mode                 value 'Y'.
       01 ws-console-line               pic x(80) value spaces.

       01 ws-summary-status             pic xx value spaces.
       01 ws-class-sub                  pic 9 value 0.
       01 ws-dept-status                pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.

       01 ws-dept-master-count          pic 9(03) value 0.
       01 dept-master-table.
           05 dept-master-entry         occurs 1 to 100 times
           move ws-hdr-date            to ws-date.
           move ws-hdr-time            to ws-time.

           perform 060-load-dept-master.
           perform 100-tally-daily-summary.
           perform 200-sort-rollup-table.
           perform 300-print-report.

               close process-date-file
           end-if.

       060-load-dept-master.
           open input dept-master.
           if ws-dept-status not = "00"
               close dept-master
           end-if.

       100-tally-daily-summary.
           move 'N'                    to ws-eof-flag.
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
                   if not summary-balanced
                       move "Daily summary not balanced to batch "
                           & "control." to ws-console-line
                       perform 910-put-console
                   end-if
           end-read.

           move 'D'                    to su-rec-type.
           move low-values             to su-store-no.
           move low-values             to su-key-value.
           start daily-summary
               key is >= su-key
               invalid key
                   move 'Y'            to ws-eof-flag
           end-start.

           if ws-eof-flag = 'N'
               perform 105-read-next-dept
           end-if.

           perform until ws-eof-flag = 'Y'
               add 1                   to ws-record-counter
               perform 110-tally-record
               perform 105-read-next-dept
           end-perform.

           close daily-summary.

       105-read-next-dept.
           read daily-summary next record
               at end
                   move 'Y'            to ws-eof-flag
               not at end
                   if not summary-dept
                       move 'Y'        to ws-eof-flag
                   end-if
           end-read.

       110-tally-record.
           move su-key-value (1:12)    to ws-work-department.
           perform 120-find-or-add-rollup.

           perform varying ws-class-sub from 1 by 1
                   until ws-class-sub > 5
               evaluate ws-class-sub
                   when 3
                       add su-item-units (ws-class-sub)
                                       to ru-return-units
                                          (ws-rollup-sub)
                       add su-item-amount (ws-class-sub)
                                       to ru-return-amount
                                          (ws-rollup-sub)
                   when 4
                       subtract su-item-units (ws-class-sub)
                                       from ru-sale-units
                                          (ws-rollup-sub)
                       subtract su-item-amount (ws-class-sub)
                           from ru-sale-amount (ws-rollup-sub)
                   when other
                       add su-item-units (ws-class-sub)
                                       to ru-sale-units
                                          (ws-rollup-sub)
                       add su-item-amount (ws-class-sub)
                                       to ru-sale-amount
                                          (ws-rollup-sub)
               end-evaluate
           end-perform.

       120-find-or-add-rollup.
           move 0                      to ws-rollup-sub.
           perform varying ws-idx-lookup from 1 by 1
                   until ws-idx-lookup > ws-rollup-count
               if ru-store-no (ws-idx-lookup) = su-store-no and
                  ru-department (ws-idx-lookup) = ws-work-department
                   move ws-idx-lookup  to ws-rollup-sub
                   exit perform

           if ws-rollup-sub = 0 and ws-rollup-count < 2000
               add 1                   to ws-rollup-count
               move su-store-no        to ru-store-no
                                          (ws-rollup-count)
               move ws-work-department to ru-department
                                          (ws-rollup-count)
