                   organization is line sequential
                   file status is ws-tax-mtd-status.

           select province-tax
               assign to "../../../data/province-tax.dat"
                   organization is line sequential
                   file status is ws-province-status.

           select tax-exempt-mtd-file
               assign to "../../../data/tax-mtd-exempt-returns.dat"
                   organization is line sequential
                   file status is ws-exempt-mtd-status.

           select process-date-file
               assign to "../../../data/process-date.dat"
                   organization is line sequential

       fd data-file
           data record is data-file-rec
           record contains 150 characters.
       01 data-file-rec                pic x(150).

       sd sort-work
           data record is sort-rec.
           05 sw-trans-date            pic 9(08).
           05 sw-card-no               pic x(16).
           05 sw-cashier-id            pic x(05).
           05 sw-rec-type              pic x.
           05 sw-line-no               pic 9(03).
           05 sw-quantity              pic 9(05).
           05 sw-unit-price            pic 9(07)v99.
           05 filler                   pic x(65).

       fd sorted-file
           data record is input-rec
           record contains 150 characters.

       01 input-rec.
           05 in-trans-code            pic x.
           05 in-trans-date            pic 9(08).
           05 in-card-no               pic x(16).
           05 in-cashier-id            pic x(05).
           05 in-rec-type              pic x.
               88 invoice-line
                  value 'D'.
           05 in-line-no               pic 9(03).
           05 in-quantity              pic 9(05).
           05 in-unit-price            pic 9(07)v99.
           05 filler                   pic x(16).
           05 in-exempt-reason         pic xx.
           05 in-exempt-cert           pic x(15).
           05 in-ship-province         pic xx.
           05 in-order-no              pic x(12).
           05 in-ship-charge           pic 9(05)v99.
           05 filler                   pic x(11).

       fd output-file
           data record is output-line

       fd tax-mtd-file
           data record is tax-mtd-rec
           record contains 60 characters.
       01 tax-mtd-rec.
           05 tm-yymm                  pic 9(04).
           05 tm-store-no              pic xx.
           05 tm-province              pic xx.
           05 tm-taxable               pic s9(09)v99.
           05 tm-tax                   pic s9(09)v99.
           05 tm-last-date             pic 9(08).
           05 tm-day-taxable           pic s9(09)v99.
           05 tm-day-tax               pic s9(09)v99.

       fd province-tax
           data record is province-tax-rec
           record contains 40 characters.
       01 province-tax-rec.
           05 pv-province              pic xx.
           05 pv-province-name         pic x(25).
           05 pv-tax-rate              pic 9v99999.
           05 filler                   pic x(07).

       fd tax-exempt-mtd-file
           data record is tax-exempt-mtd-rec
           record contains 54 characters.
       01 tax-exempt-mtd-rec.
           05 te-yymm                  pic 9(04).
           05 te-store-no              pic xx.
           05 te-province              pic xx.
           05 te-reason                pic xx.
           05 te-count                 pic 9(07).
           05 te-amount                pic s9(09)v99.
           05 te-last-date             pic 9(08).
           05 te-day-count             pic 9(07).
           05 te-day-amount            pic s9(09)v99.

       fd process-date-file
           data record is process-date-rec
           record contains 8 characters.
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
               10 stt-r-record          pic 9(07)   value 0.
               10 stt-r-amount          pic S9(09)v99 value 0.
               10 stt-tax               pic s9(09)v99 value 0.
               10 stt-exempt-amount     pic s9(09)v99 value 0.
               10 stt-reason-exempt     occurs 3 times.
                   15 stt-rx-count      pic 9(07) value 0.
                   15 stt-rx-amount     pic s9(09)v99 value 0.

       01 ws-tax-mtd-status             pic xx value spaces.
       01 ws-tax-mtd-count              pic 9(03) value 0.
       01 tax-mtd-table.
           05 tax-mtd-entry             occurs 1 to 400 times
                                         depending on ws-tax-mtd-count.
               10 tx-store-no           pic xx.
               10 tx-province           pic xx.
               10 tx-taxable            pic s9(09)v99.
               10 tx-tax                pic s9(09)v99.
               10 tx-last-date          pic 9(08).
               10 tx-day-taxable        pic s9(09)v99.
               10 tx-day-tax            pic s9(09)v99.
       01 ws-tax-mtd-sub                pic 9(03) value 0.
       01 ws-tax-scan-sub               pic 9(03) value 0.
       01 ws-tax-mtd-eof-flag           pic x value 'N'.

       01 ws-province-status            pic xx value spaces.
       01 ws-province-eof-flag          pic x value 'N'.
       01 ws-province-count             pic 99 value 0.
       01 province-table.
           05 province-entry            occurs 1 to 20 times
                                         depending on ws-province-count.
               10 px-province           pic xx.
               10 px-tax-rate           pic 9v99999.
       01 ws-province-sub               pic 99 value 0.
       01 ws-ship-jurisdiction          pic xx value spaces.

       01 ws-ship-count                 pic 9(03) value 0.
       01 ship-tax-table.
           05 ship-tax-entry            occurs 1 to 300 times
                                         depending on ws-ship-count.
               10 sh-store-no           pic xx.
               10 sh-province           pic xx.
               10 sh-amount             pic s9(09)v99.
               10 sh-tax                pic s9(09)v99.
               10 sh-exempt-amount      pic s9(09)v99.
               10 sh-reason-exempt      occurs 3 times.
                   15 sh-rx-count       pic 9(07).
                   15 sh-rx-amount      pic s9(09)v99.
       01 ws-ship-sub                   pic 9(03) value 0.
       01 ws-ship-i                     pic 9(03) value 0.
       01 ws-ship-rx-sub                pic 9 value 0.

       01 ws-post-store-no              pic xx value spaces.
       01 ws-post-province              pic xx value spaces.
       01 ws-post-taxable               pic s9(09)v99 value 0.
       01 ws-post-tax                   pic s9(09)v99 value 0.
       01 ws-post-count                 pic s9(07) value 0.
       01 ws-post-amount                pic s9(09)v99 value 0.
       01 ws-tax-rate                   pic 9v99999 value 0.

       01 exempt-reason-codes.
           05 filler                   pic x(06) value "SCRSCH".
       01 exempt-reason-table redefines exempt-reason-codes.
           05 exempt-reason-code       pic xx occurs 3 times.
       01 ws-reason-sub                 pic 9 value 0.
       01 ws-reason-scan-sub            pic 9 value 0.

       01 ws-exempt-mtd-status          pic xx value spaces.
       01 ws-exempt-mtd-count           pic 9(03) value 0.
       01 exempt-mtd-table.
           05 exempt-mtd-entry          occurs 1 to 300 times
                                    depending on ws-exempt-mtd-count.
               10 xm-store-no           pic xx.
               10 xm-province           pic xx.
               10 xm-reason             pic xx.
               10 xm-count              pic 9(07).
               10 xm-amount             pic s9(09)v99.
               10 xm-last-date          pic 9(08).
               10 xm-day-count          pic 9(07).
               10 xm-day-amount         pic s9(09)v99.
       01 ws-exempt-mtd-sub             pic 9(03) value 0.
       01 ws-exempt-mtd-i               pic 9(03) value 0.

       01 ws-store-sub                  pic 99 value 0.
       01 ws-idx-lookup                 pic 99 value 0.
       01 ws-unmatched-store-count      pic 9(05) value 0.
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
           05 op-total-tax-owed        pic $$$$,$$$,$$9.99-.

       01 total-exempt-line.
           05 filler                   pic x(25)
               value "Total Tax-Exempt Returns:".
           05 filler                   pic x(02)
               value spaces.
           05 op-exempt-record         pic z,zzz,zz9.
           05 filler                   pic x(14)
               value " transactions".
           05 op-total-exempt          pic $$$$,$$$,$$9.99-.

       01 total-mtd-record-line.
           05 filler                   pic x(29)
               value "Month-to-Date R Transactions:".
               value 0.
           05 ws-total-tax-owed        pic S9(09)v99
               value 0.
           05 ws-exempt-record         pic 9(07)
               value 0.
           05 ws-total-exempt          pic S9(09)v99
               value 0.
           05 ws-st-min-amount         pic S9(09)v99
               value 1.
           05 ws-st-max-amount         pic S9(09)v99
           write csv-line              from csv-header-line.

           perform 050-load-store-master.
           perform 056-load-province-tax.

           accept ws-date              from date.
           accept ws-run-date          from date.
               move ws-process-date (3:6) to ws-today-yymmdd
           end-if.

           perform 058-load-fiscal-period.

           perform 060-load-mtd-totals.


           open input sorted-file.

           perform 305-read-sorted-file.

           if ws-eof-flag = 'N' and in-trans-date is numeric
                   and not date-overridden
           perform 070-update-mtd-totals.
           perform 072-load-tax-mtd.
           perform 074-update-tax-mtd.
           perform 073-load-exempt-mtd.
           perform 075-update-exempt-mtd.
           perform 080-write-daily-totals.

           perform 500-print-footer.
           move 'N'                        to ws-eof-flag.
           close store-master.

       056-load-province-tax.
           open input province-tax.
           if ws-province-status = "00"
               read province-tax
                   at end
                       move 'Y'            to ws-province-eof-flag
               end-read
               perform until ws-province-eof-flag = 'Y'
                   if pv-province not = spaces and
                      pv-tax-rate is numeric and
                      ws-province-count < 20
                       add 1               to ws-province-count
                       move pv-province    to px-province
                                              (ws-province-count)
                       move pv-tax-rate    to px-tax-rate
                                              (ws-province-count)
                   end-if
                   read province-tax
                       at end
                           move 'Y'        to ws-province-eof-flag
                   end-read
               end-perform
               close province-tax
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
                       add 1               to ws-tax-mtd-count
                       move tm-store-no    to tx-store-no
                                              (ws-tax-mtd-count)
                       move tm-province    to tx-province
                                              (ws-tax-mtd-count)
                       move tm-taxable     to tx-taxable
                                              (ws-tax-mtd-count)
                       move tm-tax         to tx-tax
           end-if.

       074-update-tax-mtd.
           perform varying ws-tax-mtd-sub from 1 by 1
                   until ws-tax-mtd-sub > ws-tax-mtd-count
               if tx-last-date (ws-tax-mtd-sub) = ws-process-date
                   subtract tx-day-taxable (ws-tax-mtd-sub)
                       from tx-taxable (ws-tax-mtd-sub)
                   subtract tx-day-tax (ws-tax-mtd-sub)
                       from tx-tax (ws-tax-mtd-sub)
                   move 0                  to tx-day-taxable
                                              (ws-tax-mtd-sub)
                   move 0                  to tx-day-tax
                                              (ws-tax-mtd-sub)
               end-if
           end-perform.

           perform varying ws-idx-lookup from 1 by 1
                   until ws-idx-lookup > ws-store-count
               move st-store-no (ws-idx-lookup)
                                           to ws-post-store-no
               move spaces                 to ws-post-province
               compute ws-post-taxable =
                   stt-r-amount (ws-idx-lookup) -
                   stt-exempt-amount (ws-idx-lookup)
               move stt-tax (ws-idx-lookup)
                                           to ws-post-tax
               perform varying ws-ship-i from 1 by 1
                       until ws-ship-i > ws-ship-count
                   if sh-store-no (ws-ship-i) = ws-post-store-no
                       compute ws-post-taxable = ws-post-taxable -
                           (sh-amount (ws-ship-i) -
                            sh-exempt-amount (ws-ship-i))
                       subtract sh-tax (ws-ship-i)
                                           from ws-post-tax
                   end-if
               end-perform
               perform 076-post-store-tax-mtd
           end-perform.

           perform varying ws-ship-i from 1 by 1
                   until ws-ship-i > ws-ship-count
               move sh-store-no (ws-ship-i)
                                           to ws-post-store-no
               move sh-province (ws-ship-i)
                                           to ws-post-province
               compute ws-post-taxable =
                   sh-amount (ws-ship-i) -
                   sh-exempt-amount (ws-ship-i)
               move sh-tax (ws-ship-i)     to ws-post-tax
               perform 076-post-store-tax-mtd
           end-perform.

               move ws-today-yymm          to tm-yymm
               move tx-store-no (ws-tax-mtd-sub)
                                           to tm-store-no
               move tx-province (ws-tax-mtd-sub)
                                           to tm-province
               move tx-taxable (ws-tax-mtd-sub)
                                           to tm-taxable
               move tx-tax (ws-tax-mtd-sub)
           move 0                          to ws-tax-mtd-sub.
           perform varying ws-tax-scan-sub from 1 by 1
                   until ws-tax-scan-sub > ws-tax-mtd-count
               if tx-store-no (ws-tax-scan-sub) = ws-post-store-no and
                  tx-province (ws-tax-scan-sub) = ws-post-province
                   move ws-tax-scan-sub    to ws-tax-mtd-sub
                   exit perform
               end-if
           end-perform.

           if ws-tax-mtd-sub = 0 and ws-tax-mtd-count < 400
               add 1                       to ws-tax-mtd-count
               move ws-post-store-no       to tx-store-no
                                              (ws-tax-mtd-count)
               move ws-post-province       to tx-province
                                              (ws-tax-mtd-count)
               move 0                      to tx-taxable
                                              (ws-tax-mtd-count)
           end-if.

           if ws-tax-mtd-sub > 0
               move ws-process-date        to tx-last-date
                                              (ws-tax-mtd-sub)
               move ws-post-taxable        to tx-day-taxable
                                              (ws-tax-mtd-sub)
               move ws-post-tax            to tx-day-tax
                                              (ws-tax-mtd-sub)
               add tx-day-taxable (ws-tax-mtd-sub)
                                           to tx-taxable
                                              (ws-tax-mtd-sub)
           end-if.

       073-load-exempt-mtd.
           move 'N'                        to ws-tax-mtd-eof-flag.
           open input tax-exempt-mtd-file.
           if ws-exempt-mtd-status = "00"
               read tax-exempt-mtd-file
                   at end
                       move 'Y'            to ws-tax-mtd-eof-flag
               end-read
               perform until ws-tax-mtd-eof-flag = 'Y'
                   if te-yymm is numeric and
                      te-yymm = ws-today-yymm and
                      ws-exempt-mtd-count < 300
                       add 1               to ws-exempt-mtd-count
                       move te-store-no    to xm-store-no
                                              (ws-exempt-mtd-count)
                       move te-province    to xm-province
                                              (ws-exempt-mtd-count)
                       move te-reason      to xm-reason
                                              (ws-exempt-mtd-count)
                       move te-count       to xm-count
                                              (ws-exempt-mtd-count)
                       move te-amount      to xm-amount
                                              (ws-exempt-mtd-count)
                       move te-last-date   to xm-last-date
                                              (ws-exempt-mtd-count)
                       move te-day-count   to xm-day-count
                                              (ws-exempt-mtd-count)
                       move te-day-amount  to xm-day-amount
                                              (ws-exempt-mtd-count)
                   end-if
                   read tax-exempt-mtd-file
                       at end
                           move 'Y'        to ws-tax-mtd-eof-flag
                   end-read
               end-perform
               close tax-exempt-mtd-file
           end-if.

       075-update-exempt-mtd.
           perform varying ws-exempt-mtd-sub from 1 by 1
                   until ws-exempt-mtd-sub > ws-exempt-mtd-count
               if xm-last-date (ws-exempt-mtd-sub) = ws-process-date
                   subtract xm-day-count (ws-exempt-mtd-sub)
                       from xm-count (ws-exempt-mtd-sub)
                   subtract xm-day-amount (ws-exempt-mtd-sub)
                       from xm-amount (ws-exempt-mtd-sub)
                   move 0                  to xm-day-count
                                              (ws-exempt-mtd-sub)
                   move 0                  to xm-day-amount
                                              (ws-exempt-mtd-sub)
               end-if
           end-perform.

           perform varying ws-idx-lookup from 1 by 1
                   until ws-idx-lookup > ws-store-count
               move st-store-no (ws-idx-lookup)
                                           to ws-post-store-no
               move spaces                 to ws-post-province
               perform varying ws-reason-sub from 1 by 1
                       until ws-reason-sub > 3
                   move stt-rx-count (ws-idx-lookup, ws-reason-sub)
                                           to ws-post-count
                   move stt-rx-amount (ws-idx-lookup, ws-reason-sub)
                                           to ws-post-amount
                   perform varying ws-ship-i from 1 by 1
                           until ws-ship-i > ws-ship-count
                       if sh-store-no (ws-ship-i) = ws-post-store-no
                           subtract sh-rx-count
                                       (ws-ship-i, ws-reason-sub)
                                           from ws-post-count
                           subtract sh-rx-amount
                                       (ws-ship-i, ws-reason-sub)
                                           from ws-post-amount
                       end-if
                   end-perform
                   perform 077-post-store-exempt-mtd
               end-perform
           end-perform.

           perform varying ws-ship-i from 1 by 1
                   until ws-ship-i > ws-ship-count
               move sh-store-no (ws-ship-i)
                                           to ws-post-store-no
               move sh-province (ws-ship-i)
                                           to ws-post-province
               perform varying ws-reason-sub from 1 by 1
                       until ws-reason-sub > 3
                   move sh-rx-count (ws-ship-i, ws-reason-sub)
                                           to ws-post-count
                   move sh-rx-amount (ws-ship-i, ws-reason-sub)
                                           to ws-post-amount
                   perform 077-post-store-exempt-mtd
               end-perform
           end-perform.

           open output tax-exempt-mtd-file.
           perform varying ws-exempt-mtd-sub from 1 by 1
                   until ws-exempt-mtd-sub > ws-exempt-mtd-count
               move ws-today-yymm          to te-yymm
               move xm-store-no (ws-exempt-mtd-sub)
                                           to te-store-no
               move xm-province (ws-exempt-mtd-sub)
                                           to te-province
               move xm-reason (ws-exempt-mtd-sub)
                                           to te-reason
               move xm-count (ws-exempt-mtd-sub)
                                           to te-count
               move xm-amount (ws-exempt-mtd-sub)
                                           to te-amount
               move xm-last-date (ws-exempt-mtd-sub)
                                           to te-last-date
               move xm-day-count (ws-exempt-mtd-sub)
                                           to te-day-count
               move xm-day-amount (ws-exempt-mtd-sub)
                                           to te-day-amount
               write tax-exempt-mtd-rec
           end-perform.
           close tax-exempt-mtd-file.

       077-post-store-exempt-mtd.
           move 0                          to ws-exempt-mtd-sub.
           perform varying ws-exempt-mtd-i from 1 by 1
                   until ws-exempt-mtd-i > ws-exempt-mtd-count
               if xm-store-no (ws-exempt-mtd-i) = ws-post-store-no and
                  xm-province (ws-exempt-mtd-i) = ws-post-province and
                  xm-reason (ws-exempt-mtd-i) =
                       exempt-reason-code (ws-reason-sub)
                   move ws-exempt-mtd-i    to ws-exempt-mtd-sub
                   exit perform
               end-if
           end-perform.

           if ws-exempt-mtd-sub = 0
               if ws-post-count = 0 or
                  ws-exempt-mtd-count not < 300
                   exit paragraph
               end-if
               add 1                       to ws-exempt-mtd-count
               move ws-post-store-no       to xm-store-no
                                              (ws-exempt-mtd-count)
               move ws-post-province       to xm-province
                                              (ws-exempt-mtd-count)
               move exempt-reason-code (ws-reason-sub)
                                           to xm-reason
                                              (ws-exempt-mtd-count)
               move 0                      to xm-count
                                              (ws-exempt-mtd-count)
               move 0                      to xm-amount
                                              (ws-exempt-mtd-count)
               move 0                      to xm-last-date
                                              (ws-exempt-mtd-count)
               move 0                      to xm-day-count
                                              (ws-exempt-mtd-count)
               move 0                      to xm-day-amount
                                              (ws-exempt-mtd-count)
               move ws-exempt-mtd-count    to ws-exempt-mtd-sub
           end-if.

           move ws-process-date            to xm-last-date
                                              (ws-exempt-mtd-sub).
           move ws-post-count              to xm-day-count
                                              (ws-exempt-mtd-sub).
           move ws-post-amount             to xm-day-amount
                                              (ws-exempt-mtd-sub).
           add xm-day-count (ws-exempt-mtd-sub)
                                           to xm-count
                                              (ws-exempt-mtd-sub).
           add xm-day-amount (ws-exempt-mtd-sub)
                                           to xm-amount
                                              (ws-exempt-mtd-sub).

       080-write-daily-totals.
           open extend daily-totals.
           if ws-dt-status = "35"
               move 1                      to ws-store-sub
           end-if.

       335-find-tax-rate.
           move st-tax-rate (ws-store-sub) to ws-tax-rate.
           if ws-ship-jurisdiction not = spaces
               move px-tax-rate (ws-province-sub)
                                       to ws-tax-rate
           end-if.

       336-find-ship-province.
           move spaces                 to ws-ship-jurisdiction.
           if in-ship-province not = spaces
               perform varying ws-province-sub from 1 by 1
                       until ws-province-sub > ws-province-count
                   if px-province (ws-province-sub) =
                           in-ship-province
                       move in-ship-province
                                       to ws-ship-jurisdiction
                       exit perform
                   end-if
               end-perform
           end-if.

       337-tally-ship-province.
           move 0                      to ws-ship-sub.
           perform varying ws-ship-i from 1 by 1
                   until ws-ship-i > ws-ship-count
               if sh-store-no (ws-ship-i) = st-store-no (ws-store-sub)
                  and sh-province (ws-ship-i) = ws-ship-jurisdiction
                   move ws-ship-i      to ws-ship-sub
                   exit perform
               end-if
           end-perform.

           if ws-ship-sub = 0
               if ws-ship-count not < 300
                   exit paragraph
               end-if
               add 1                   to ws-ship-count
               move ws-ship-count      to ws-ship-sub
               move 0                  to sh-amount (ws-ship-sub)
               move 0                  to sh-tax (ws-ship-sub)
               move 0                  to sh-exempt-amount (ws-ship-sub)
               perform varying ws-ship-rx-sub from 1 by 1
                       until ws-ship-rx-sub > 3
                   move 0              to sh-rx-count
                                          (ws-ship-sub, ws-ship-rx-sub)
                   move 0              to sh-rx-amount
                                          (ws-ship-sub, ws-ship-rx-sub)
               end-perform
               move st-store-no (ws-store-sub)
                                       to sh-store-no (ws-ship-sub)
               move ws-ship-jurisdiction
                                       to sh-province (ws-ship-sub)
           end-if.

           add ws-signed-amount        to sh-amount (ws-ship-sub).
           add ws-tax-owed                to sh-tax (ws-ship-sub).
           if in-exempt-reason not = spaces
               add ws-signed-amount    to sh-exempt-amount
                                          (ws-ship-sub)
               if ws-reason-sub > 0
                   add ws-signed-amount
                                       to sh-rx-amount
                                          (ws-ship-sub, ws-reason-sub)
                   add 1               to sh-rx-count
                                          (ws-ship-sub, ws-reason-sub)
               end-if
           end-if.

       100-report-heading.
           write output-line           from team-title.
           write output-line           from main-heading.
           move in-store-no            to ws-subtotal-store-no.

           perform 330-find-store.
           perform 336-find-ship-province.

           if ws-burst-open-flag = 'N'
               perform 350-open-burst
           end-if.
           compute ws-signed-amount = 0 - in-trans-amount.
           if in-exempt-reason = spaces
               perform 335-find-tax-rate
               compute ws-tax-owed rounded =
                   0 - (in-trans-amount * ws-tax-rate)
           else
               move 0                  to ws-tax-owed
               perform 415-tally-exempt
           end-if.
           add ws-tax-owed             to ws-total-tax-owed.

           add ws-signed-amount        to ws-subtotal-amount.
           add ws-tax-owed             to ws-burst-tax.
           add ws-tax-owed             to stt-tax (ws-store-sub).
           if ws-ship-jurisdiction not = spaces
               perform 337-tally-ship-province
           end-if.

           add 1                       to ws-r-record.
           add ws-signed-amount        to ws-r-amount.

           perform 345-write-csv-row.

           perform 305-read-sorted-file.

       305-read-sorted-file.
           read sorted-file
               at end
                   move 'Y'            to ws-eof-flag
           end-read.

           perform until ws-eof-flag = 'Y' or not invoice-line
               read sorted-file
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

       345-write-csv-row.
           move spaces                 to csv-line.
           move 'N'                    to ws-burst-open-flag.
           move 0                      to ws-burst-tax.

       415-tally-exempt.
           move 0                      to ws-reason-sub.
           perform varying ws-reason-scan-sub from 1 by 1
                   until ws-reason-scan-sub > 3
               if exempt-reason-code (ws-reason-scan-sub) =
                       in-exempt-reason
                   move ws-reason-scan-sub
                                       to ws-reason-sub
                   exit perform
               end-if
           end-perform.

           add 1                       to ws-exempt-record.
           add ws-signed-amount        to ws-total-exempt.
           add ws-signed-amount        to stt-exempt-amount
                                          (ws-store-sub).
           if ws-reason-sub > 0
               add 1                   to stt-rx-count
                                          (ws-store-sub, ws-reason-sub)
               add ws-signed-amount    to stt-rx-amount
                                          (ws-store-sub, ws-reason-sub)
           end-if.

       410-r-process.
           add 1                       to stt-r-record (ws-store-sub)
           add ws-signed-amount        to stt-r-amount (ws-store-sub).

       420-tally-pay-type.
           perform varying ws-pt-idx from 1 by 1
                   until ws-pt-idx > 7
               if pt-code (ws-pt-idx) = in-pay-type
                   add 1               to pt-count (ws-pt-idx)
                   exit perform
           end-perform.

           perform varying ws-pt-idx from 1 by 1
                   until ws-pt-idx > 7
               compute pt-pct (ws-pt-idx) rounded =
                   ( pt-count (ws-pt-idx) / ws-r-record ) * 100
           end-perform.
           write output-line           from total-tax-owed-line
               after advancing 2 lines.

           move ws-exempt-record       to op-exempt-record.
           move ws-total-exempt        to op-total-exempt.
           write output-line           from total-exempt-line
               after advancing 1 line.

           move mtd-record-count       to op-mtd-record-count.
           move mtd-amount             to op-mtd-amount.


           move spaces                 to output-line.
           perform varying ws-pt-idx from 1 by 1
                   until ws-pt-idx > 7
               move pt-code (ws-pt-idx) to op-type-code
               move pt-count (ws-pt-idx)
                                       to op-type-total

           move spaces                 to output-line.
           perform varying ws-pt-idx from 1 by 1
                   until ws-pt-idx > 7
               move pt-code (ws-pt-idx) to op-per-type-code
               move pt-pct (ws-pt-idx)  to op-percent-type
               if ws-pt-idx = 1
