
       input-output section.
       file-control.
           select daily-summary
               assign to "../../../data/daily-summary.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is su-key
                   file status is ws-summary-status.

           select settlement-file
               assign to "../../../data/settlement-extract.dat"
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

       fd audit-log
           data record is audit-rec.
       01 ws-console-line               pic x(80) value spaces.

       01 ws-audit-status               pic xx value spaces.
       01 ws-summary-status             pic xx value spaces.
       01 ws-summary-open-flag          pic x value 'N'.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.
               10 td-store-no           pic xx.
               10 td-count              pic 9(07).
               10 td-amount             pic s9(09)v99.
               10 td-foreign-amount     pic s9(09)v99.

       01 ws-tender-sub                 pic 9(03) value 0.
       01 ws-idx-lookup                 pic 9(03) value 0.

       01 ws-signed-amount              pic s9(09)v99 value 0.
       01 ws-signed-foreign             pic s9(09)v99 value 0.
       01 ws-tender-txn-count           pic 9(07) value 0.
       01 ws-class-sub                  pic 9 value 0.

       01 flags.
           05 ws-eof-flag              pic x value 'N'.
           perform 040-load-run-mode.
           perform 042-load-process-date.

           accept ws-date              from date.
           accept ws-time              from time.
           accept ws-business-date     from date yyyymmdd.
               move ws-process-date    to ws-business-date
           end-if.

           perform 100-open-daily-summary.

           perform 200-process-records
               until ws-eof-flag = 'Y'.

           if ws-summary-open-flag = 'Y'
               close daily-summary
           end-if.

           perform 300-write-extract.


           goback.

       100-open-daily-summary.
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
                   if not date-overridden
                       move su-business-date
                                       to ws-business-date
                   end-if
                   if not summary-balanced
                       move "Daily summary not balanced to batch "
                           & "control." to ws-console-line
                       perform 910-put-console
                   end-if
           end-read.

           move 'P'                    to su-rec-type.
           move low-values             to su-store-no.
           move low-values             to su-key-value.
           start daily-summary
               key is >= su-key
               invalid key
                   move 'Y'            to ws-eof-flag
           end-start.

           if ws-eof-flag = 'N'
               perform 110-read-next-tender
           end-if.

       110-read-next-tender.
           read daily-summary next record
               at end
                   move 'Y'            to ws-eof-flag
               not at end
                   if not summary-tender
                       move 'Y'        to ws-eof-flag
                   end-if
           end-read.

       200-process-records.
           add 1                       to ws-record-count.

           move 0                      to ws-tender-txn-count.
           move 0                      to ws-signed-amount.
           move 0                      to ws-signed-foreign.
           perform varying ws-class-sub from 1 by 1
                   until ws-class-sub > 5
               add su-txn-count (ws-class-sub)
                                       to ws-tender-txn-count
               if ws-class-sub = 3 or ws-class-sub = 4
                   subtract su-txn-amount (ws-class-sub)
                                       from ws-signed-amount
                   subtract su-foreign-amount (ws-class-sub)
                                       from ws-signed-foreign
               else
                   add su-txn-amount (ws-class-sub)
                                       to ws-signed-amount
                   add su-foreign-amount (ws-class-sub)
                                       to ws-signed-foreign
               end-if
           end-perform.

           perform 210-find-or-add-tender.
           add ws-tender-txn-count     to td-count (ws-tender-sub).
           add ws-signed-amount        to td-amount (ws-tender-sub).
           add ws-signed-foreign       to td-foreign-amount
                                          (ws-tender-sub).

           perform 110-read-next-tender.

       210-find-or-add-tender.
           move 0                      to ws-tender-sub.
           perform varying ws-idx-lookup from 1 by 1
                   until ws-idx-lookup > ws-tender-count
               if td-pay-type (ws-idx-lookup) =
                       su-key-value (1:2) and
                  td-store-no (ws-idx-lookup) = su-store-no
                   move ws-idx-lookup  to ws-tender-sub
                   exit perform
               end-if

           if ws-tender-sub = 0
               add 1                   to ws-tender-count
               move su-key-value (1:2) to td-pay-type (ws-tender-count)
               move su-store-no        to td-store-no (ws-tender-count)
               move 0                  to td-count (ws-tender-count)
               move 0                  to td-amount (ws-tender-count)
               move 0                  to td-foreign-amount
                                          (ws-tender-count)
               move ws-tender-count    to ws-tender-sub
           end-if.

                                       to se-count
               move td-amount (ws-idx-lookup)
                                       to se-amount
               move td-foreign-amount (ws-idx-lookup)
                                       to se-foreign-amount
               write settlement-rec
           end-perform.

