                   record key is sm-store-no
                   file status is ws-store-master-status.

           select daily-summary
               assign to "../../../data/daily-summary.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is su-key
                   file status is ws-summary-status.

           select audit-log
               assign to "../../../data/audit-trail.dat"
                   organization is line sequential

       fd data-file
           data record is input-rec
           record contains 150 characters.

       01 input-rec.
           05  in-trans-code           pic x.
           05  in-trans-date           pic 9(08).
           05  in-card-no              pic x(16).
           05  in-cashier-id           pic x(05).
           05  in-rec-type             pic x.
               88 invoice-line
                  value 'D'.
           05  in-line-no              pic 9(03).
           05  in-quantity             pic 9(05).
           05  in-unit-price           pic 9(07)v99.
           05  filler                  pic x(65).

       fd sandl-file
           data record is sandl-rep
           record contains 150 characters.
       01 sandl-rep                    pic x(150).

       fd return-data
           data record is return-rec
           record contains 150 characters.
       01 return-rec                   pic x(150).
       
       fd project2-data
           data record is project2-rep
           05 sm-invoice-max           pic 9(06).
           05 sm-review-limit          pic 9(07)v99.

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

       fd audit-log
           data record is audit-rec.
       01 audit-rec.
           05 tr-store-date.
               10 tr-sd-store-no       pic xx.
               10 tr-sd-trans-date     pic 9(08).
           05 tr-trans-time            pic x(06).

       fd process-date-file
           data record is process-date-rec
           05 rl-holder-date           pic x(08).
           05 rl-holder-time           pic x(08).
       01 ws-register-status            pic xx value spaces.
       01 ws-summary-status             pic xx value spaces.
       01 ws-summary-eof-flag           pic x value 'N'.
       01 ws-summary-type               pic x value space.
       01 ws-class-sub                  pic 9 value 0.
       01 ws-register-open-flag         pic x value 'N'.
       01 ws-reg-class                  pic x(10) value spaces.

           05 ws-today-yymm-yy          pic 99.
           05 ws-today-yymm-mm          pic 99.

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

       01 ws-store-master-status        pic xx value spaces.
       01 ws-store-count                pic 99 value 0.
       01 store-table.
           05 filler                   pic xx value "DB".
           05 filler                   pic xx value "GC".
           05 filler                   pic xx value "MC".
           05 filler                   pic xx value "LP".
           05 filler                   pic xx value "US".
       01 pay-type-master redefines pay-type-master-values.
           05 pt-code                  occurs 7 times
                                        pic xx.

       01 pay-type-counts.
           05 pt-count                 occurs 7 times
                                        pic 9(07) value 0.

       01 pay-type-pct.
           05 pt-pct                   occurs 7 times
                                        pic 99v99 value 0.

       01 ws-pt-idx                     pic 9 value 0.
               value spaces.
           05 op-total-gc-amount       pic $$$$,$$$,$$9.99.

       01 total-line-record.
           05 filler                   pic x(50)
               value "Total number of invoice line records: ".
           05 filler                   pic x(06)
               value spaces.
           05 op-total-line-record     pic z,zzz,zz9.

       01 total-r-record.
           05 filler                   pic x(50)
               value "Total number of R records: ".
               value 0.
           05 ws-gc-amount             pic 9(09)v99
               value 0.
           05 ws-line-record           pic 9(07)
               value 0.

       01 flags.
           05 ws-eof-flag              pic x value 'N'.
               move ws-process-date (3:6) to ws-today-yymmdd
           end-if.

           perform 058-load-fiscal-period.

           perform 060-load-mtd-totals.
           perform 065-load-batch-control.
           perform 150-load-daily-summary.

           read data-file
               at end
               end-read
           end-if.

       058-load-fiscal-period.
           move 'D'                    to fp-function.
           move ws-process-date        to fp-request-date.
           call "FiscalCalendar"       using fiscal-calendar-comm.
           move fp-period-key          to ws-today-yymm.
           if not fiscal-period-found
               move "Process date not on fiscal calendar - calendar"
                   & " month used."    to ws-console-line
               perform 910-put-console
           end-if.

       060-load-mtd-totals.
           move 0                          to mtd-yymm.
           move 0                          to mtd-record-count.
           add ws-r-record                 to ws-actual-record-count.
           add ws-void-record              to ws-actual-record-count.
           add ws-gc-record                to ws-actual-record-count.
           add ws-line-record              to ws-actual-record-count.
           add ws-sandl-amount             to ws-actual-amount.
           add ws-r-amount                 to ws-actual-amount.
           add ws-void-amount              to ws-actual-amount.
           end-perform.

           perform varying ws-pt-idx from 1 by 1
                   until ws-pt-idx > 7
               move "PAYTYPE"              to dt-record-type
               move pt-code (ws-pt-idx)    to dt-key
               move "SL"                   to dt-trans-class

           close daily-totals.

       150-load-daily-summary.
           open input daily-summary.
           if ws-summary-status not = "00"
               move "No daily summary on file - totals not available."
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
                   move su-line-count  to ws-line-record
                   if not summary-balanced
                       move "Daily summary not balanced to batch "
                           & "control." to ws-console-line
                       perform 910-put-console
                   end-if
           end-read.

           move 'T'                    to su-rec-type.
           read daily-summary
               invalid key
                   continue
               not invalid key
                   move su-txn-count (1)
                                       to ws-s-record
                   move su-txn-amount (1)
                                       to ws-s-amount
                   move su-txn-count (2)
                                       to ws-l-record
                   move su-txn-amount (2)
                                       to ws-l-amount
                   move su-txn-count (3)
                                       to ws-r-record
                   move su-txn-amount (3)
                                       to ws-r-amount
                   move su-txn-count (4)
                                       to ws-void-record
                   move su-txn-amount (4)
                                       to ws-void-amount
                   move su-txn-count (5)
                                       to ws-gc-record
                   move su-txn-amount (5)
                                       to ws-gc-amount
           end-read.

           compute ws-sandl-record = ws-s-record + ws-l-record.
           compute ws-sandl-amount =
               ws-s-amount + ws-l-amount - ws-void-amount.
           compute ws-grand-total = ws-sandl-amount - ws-r-amount.

           move 'S'                    to su-rec-type.
           move low-values             to su-store-no.
           move low-values             to su-key-value.
           perform 160-start-summary.
           perform until ws-summary-eof-flag = 'Y'
               perform 330-find-store
               compute stt-sandl-amount (ws-store-sub) =
                   stt-sandl-amount (ws-store-sub)
                       + su-txn-amount (1) + su-txn-amount (2)
                       - su-txn-amount (4)
               add su-txn-count (3)    to stt-r-record (ws-store-sub)
               add su-txn-amount (3)   to stt-r-amount (ws-store-sub)
               add su-txn-count (5)    to stt-gc-record
                                          (ws-store-sub)
               add su-txn-amount (5)   to stt-gc-amount
                                          (ws-store-sub)
               perform 170-read-next-summary
           end-perform.

           move 'P'                    to su-rec-type.
           move low-values             to su-store-no.
           move low-values             to su-key-value.
           perform 160-start-summary.
           perform until ws-summary-eof-flag = 'Y'
               perform varying ws-pt-idx from 1 by 1
                       until ws-pt-idx > 7
                   if pt-code (ws-pt-idx) = su-key-value (1:2)
                       add su-txn-count (1)
                                       to pt-count (ws-pt-idx)
                       add su-txn-count (2)
                                       to pt-count (ws-pt-idx)
                       exit perform
                   end-if
               end-perform
               perform 170-read-next-summary
           end-perform.

           close daily-summary.

           if ws-sandl-record > 0
               perform varying ws-pt-idx from 1 by 1
                       until ws-pt-idx > 7
                   compute pt-pct (ws-pt-idx) rounded =
                       ( pt-count (ws-pt-idx) / ws-sandl-record ) * 100
               end-perform
           end-if.

       160-start-summary.
           move 'N'                    to ws-summary-eof-flag.
           move su-rec-type            to ws-summary-type.
           start daily-summary
               key is >= su-key
               invalid key
                   move 'Y'            to ws-summary-eof-flag
           end-start.
           if ws-summary-eof-flag = 'N'
               perform 170-read-next-summary
           end-if.

       170-read-next-summary.
           read daily-summary next record
               at end
                   move 'Y'            to ws-summary-eof-flag
               not at end
                   if su-rec-type not = ws-summary-type
                       move 'Y'        to ws-summary-eof-flag
                   end-if
           end-read.

       330-find-store.
           move 0                          to ws-store-sub.
           perform varying ws-idx-lookup from 1 by 1
                   until ws-idx-lookup > ws-store-count
               if st-store-no (ws-idx-lookup) = su-store-no
                   move ws-idx-lookup      to ws-store-sub
                   exit perform
               end-if

       300-edit-process.

           if invoice-line
               perform 340-line-process
               exit paragraph
           end-if.

           evaluate in-trans-code
               when "S"
               when "L"
                   perform 310-sandl-process
                   move "SPLIT-SL"     to ws-reg-class
                   perform 210-update-register
               when "V"
                   perform 325-void-process
                   move "VOID"         to ws-reg-class
                   perform 210-update-register
               when "G"
                   move "GIFTCARD"     to ws-reg-class
                   perform 210-update-register
               when other
                   perform 320-r-process
                   move "SPLIT-R"      to ws-reg-class
                   perform 210-update-register
           end-evaluate.

       310-sandl-process.

           write sandl-rep             from input-rec.

       320-r-process.

           write return-rec            from input-rec.

       325-void-process.

           write sandl-rep             from input-rec.

       340-line-process.
           if in-trans-code = "R"
               write return-rec        from input-rec
           else
               write sandl-rep         from input-rec
           end-if.

       400-print-footer.

           move ws-sandl-record        to op-total-sandl-record.
           write project2-rep          from total-gc-record.
           write project2-rep          from total-gc-amount.

           move ws-line-record         to op-total-line-record.
           write project2-rep          from total-line-record.

           move spaces                 to project2-rep.
           write project2-rep          after advancing 2 lines.
           perform varying ws-idx-lookup from 1 by 1
           end-perform.

           perform varying ws-idx-lookup from 1 by 1
                   until ws-idx-lookup > 7
               move pt-code (ws-idx-lookup) to op-per-type-code
               move pt-pct (ws-idx-lookup)  to op-percent-type
               if ws-idx-lookup = 1
