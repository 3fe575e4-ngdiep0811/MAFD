                   record key is sm-store-no
                   file status is ws-store-master-status.

           select sales-budget
               assign to "../../../data/sales-budget.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is sb-key
                   file status is ws-budget-status.

           select audit-log
               assign to "../../../data/audit-trail.dat"
                   organization is line sequential
                   organization is line sequential
                   file status is ws-tax-mtd-status.

           select province-tax
               assign to "../../../data/province-tax.dat"
                   organization is line sequential
                   file status is ws-province-status.

           select tax-exempt-mtd-file
               assign to "../../../data/tax-mtd-exempt-sales.dat"
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
           05 sm-invoice-max           pic 9(06).
           05 sm-review-limit          pic 9(07)v99.

       fd sales-budget
           data record is sales-budget-rec
           record contains 40 characters.
       01 sales-budget-rec.
           05 sb-key.
               10 sb-store-no          pic xx.
               10 sb-budget-date       pic 9(08).
           05 sb-budget-amount         pic 9(07)v99.
           05 sb-source                pic x.
           05 sb-changed-date          pic 9(08).
           05 sb-changed-by            pic x(10).
           05 filler                   pic x(02).

       fd audit-log
           data record is audit-rec
           record contains 53 characters.

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
               10 stt-amount            pic s9(09)v99 value 0.
               10 stt-count             pic 9(07) value 0.
               10 stt-tax               pic s9(09)v99 value 0.
               10 stt-exempt-amount     pic s9(09)v99 value 0.
               10 stt-reason-exempt     occurs 3 times.
                   15 stt-rx-count      pic 9(07) value 0.
                   15 stt-rx-amount     pic s9(09)v99 value 0.

       01 ws-budget-status              pic xx value spaces.
       01 ws-budget-loaded-flag         pic x value 'N'.
           88 budgets-on-file            value 'Y'.
       01 ws-budget-eof-flag            pic x value 'N'.
       01 store-budget.
           05 store-budget-entry        occurs 1 to 99 times
                                         depending on ws-store-count.
               10 sbt-day-budget        pic 9(09)v99 value 0.
               10 sbt-mtd-budget        pic 9(09)v99 value 0.
               10 sbt-month-budget      pic 9(09)v99 value 0.
               10 sbt-mtd-actual        pic s9(09)v99 value 0.
               10 sbt-day-pct           pic s9(04)v9 value 0.
               10 sbt-mtd-pct           pic s9(04)v9 value 0.
               10 sbt-need-per-day      pic 9(09)v99 value 0.

       01 ws-budget-period-start        pic 9(08) value 0.
       01 ws-next-period-start          pic 9(08) value 0.
       01 ws-period-end-int             pic 9(08) value 0.
       01 ws-days-left                  pic 99 value 0.
       01 ws-plan-shortfall             pic s9(09)v99 value 0.
       01 ws-rank-swap-flag             pic x value 'N'.

       01 chain-plan-totals.
           05 ws-chain-day-actual       pic s9(09)v99 value 0.
           05 ws-chain-day-budget       pic 9(09)v99 value 0.
           05 ws-chain-mtd-actual       pic s9(09)v99 value 0.
           05 ws-chain-mtd-budget       pic 9(09)v99 value 0.
           05 ws-chain-month-budget     pic 9(09)v99 value 0.
           05 ws-chain-day-pct          pic s9(04)v9 value 0.
           05 ws-chain-mtd-pct          pic s9(04)v9 value 0.
           05 ws-chain-need-per-day     pic 9(09)v99 value 0.

       01 plan-heading.
           05 filler                   pic x(40)
               value "STORE PLAN ATTAINMENT (ACTUAL VS BUDGET)".

       01 plan-days-line.
           05 filler                   pic x(16)
               value "Business date: ".
           05 op-plan-date             pic 9(08).
           05 filler                   pic x(26)
               value "   Days left in month: ".
           05 op-plan-days-left        pic z9.

       01 plan-col-heading.
           05 filler                   pic x(05)
               value "STORE".
           05 filler                   pic x(15)
               value "     DAY ACTUAL".
           05 filler                   pic x(15)
               value "     DAY BUDGET".
           05 filler                   pic x(07)
               value "  DAY %".
           05 filler                   pic x(15)
               value "     MTD ACTUAL".
           05 filler                   pic x(15)
               value "     MTD BUDGET".
           05 filler                   pic x(07)
               value "  MTD %".
           05 filler                   pic x(15)
               value "     MONTH PLAN".
           05 filler                   pic x(15)
               value "   NEED PER DAY".

       01 plan-detail.
           05 filler                   pic x(01)
               value spaces.
           05 op-plan-store-no         pic x(05).
           05 op-plan-day-actual       pic zzz,zzz,zz9.99-.
           05 op-plan-day-budget       pic zzz,zzz,zz9.99.
           05 filler                   pic x(01)
               value spaces.
           05 op-plan-day-pct          pic zzz9.9-.
           05 op-plan-mtd-actual       pic zzz,zzz,zz9.99-.
           05 op-plan-mtd-budget       pic zzz,zzz,zz9.99.
           05 filler                   pic x(01)
               value spaces.
           05 op-plan-mtd-pct          pic zzz9.9-.
           05 op-plan-month-budget     pic zzz,zzz,zz9.99.
           05 filler                   pic x(01)
               value spaces.
           05 op-plan-need             pic zzz,zzz,zz9.99.

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
           05 filler                   pic x(04)
               value " of ".
           05 op-burst-rank-total      pic z9.
           05 filler                   pic x(01)
               value spaces.
           05 op-burst-rank-basis      pic x(25).

       01 burst-plan-day-line.
           05 filler                   pic x(16)
               value "  Day actual:".
           05 op-bp-day-actual         pic $$$$,$$$,$$9.99-.
           05 filler                   pic x(10)
               value "  budget:".
           05 op-bp-day-budget         pic $$$$,$$$,$$9.99.
           05 filler                   pic x(14)
               value "  attainment:".
           05 op-bp-day-pct            pic zzz9.9-.
           05 filler                   pic x(01)
               value "%".

       01 burst-plan-mtd-line.
           05 filler                   pic x(16)
               value "  MTD actual:".
           05 op-bp-mtd-actual         pic $$$$,$$$,$$9.99-.
           05 filler                   pic x(10)
               value "  budget:".
           05 op-bp-mtd-budget         pic $$$$,$$$,$$9.99.
           05 filler                   pic x(14)
               value "  attainment:".
           05 op-bp-mtd-pct            pic zzz9.9-.
           05 filler                   pic x(01)
               value "%".

       01 burst-plan-need-line.
           05 filler                   pic x(16)
               value "  Month plan:".
           05 op-bp-month-budget       pic $$$$,$$$,$$9.99-.
           05 filler                   pic x(24)
               value "  needed per day to plan".
           05 filler                   pic x(02)
               value ": ".
           05 op-bp-need               pic $$$$,$$$,$$9.99.

       01 ws-subtotal-store-no          pic xx value spaces.
       01 ws-subtotal-amount            pic s9(09)v99 value 0.
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
           05 op-total-s-amount        pic $$$$,$$$,$$9.99.

       01 total-s-units-line.
           05 filler                   pic x(50)
               value "Total units sold on S records: ".
           05 filler                   pic x(06)
               value spaces.
           05 op-total-s-units         pic z,zzz,zz9.

       01 avg-basket-line.
           05 filler                   pic x(45)
               value "Average basket (sales per transaction): ".
           05 filler                   pic x(04)
               value spaces.
           05 op-avg-basket            pic $$$$,$$$,$$9.99.

       01 units-per-trans-line.
           05 filler                   pic x(50)
               value "Average units per transaction: ".
           05 filler                   pic x(06)
               value spaces.
           05 op-units-per-trans       pic zzzz9.99.

       01 total-l-record.
           05 filler                   pic x(50)
               value "Total number of L records: ".
               value spaces.
           05 op-total-tax-owing       pic $$$$,$$$,$$9.99-.

       01 total-exempt-line.
           05 filler                   pic x(23)
               value "Total Tax-Exempt Sales:".
           05 filler                   pic x(04)
               value spaces.
           05 op-exempt-record         pic z,zzz,zz9.
           05 filler                   pic x(14)
               value " transactions".
           05 op-total-exempt          pic $$$$,$$$,$$9.99-.

       01 total-ship-line.
           05 filler                   pic x(24)
               value "Online Shipping Charges:".
           05 filler                   pic x(26)
               value spaces.
           05 op-total-ship            pic $$$$,$$$,$$9.99-.

       01 total-mtd-record-line.
           05 filler                   pic x(31)
               value "Month-to-Date S&L Transactions:".
           05 filler                   pic x(82)
               value spaces.

       01 plan-rank-heading.
           05 filler                   pic x(37)
               value "STORE RANKING BY MTD PLAN ATTAINMENT".
           05 filler                   pic x(85)
               value " (HIGHEST TO LOWEST)".

       01 plan-rank-line.
           05 filler                   pic x(07)
               value "  Rank ".
           05 op-prank-no              pic z9.
           05 filler                   pic x(11)
               value " -- Store ".
           05 op-prank-store-no        pic xx.
           05 filler                   pic x(2)
               value ": ".
           05 filler                   pic x(04)
               value spaces.
           05 op-prank-pct             pic zzz9.9-.
           05 filler                   pic x(13)
               value "% of plan  ".
           05 op-prank-actual          pic $$$$,$$$,$$9.99-.
           05 filler                   pic x(04)
               value " of ".
           05 op-prank-budget          pic $$$$,$$$,$$9.99.

       01 store-rank-line.
           05 filler                   pic x(07)
               value "  Rank ".
           05 ws-signed-amount         pic s9(07)v99 value 0.
           05 ws-signed-tax            pic s9(07)v99 value 0.
           05 ws-total-tax             pic s9(09)v99 value 0.
           05 ws-exempt-record         pic 9(07) value 0.
           05 ws-total-exempt          pic s9(09)v99 value 0.
           05 ws-total-ship            pic s9(09)v99 value 0.
           05 ws-void-record           pic 9(07) value 0.
           05 ws-void-amount           pic 9(09)v99 value 0.
           05 ws-sandl-record          pic 9(07)
               value 0.
           05 ws-l-amount              pic 9(09)v99
               value 0.
           05 ws-s-units               pic 9(09)
               value 0.
           05 ws-avg-basket            pic 9(07)v99
               value 0.
           05 ws-units-per-trans       pic 9(05)v99
               value 0.
           05 ws-st-min-amount         pic s9(09)v99
               value 1.
           05 ws-st-max-amount         pic s9(09)v99
           write csv-line              from csv-header-line.

           perform 050-load-store-master.
           perform 056-load-province-tax.

           accept ws-date              from date.
           accept ws-run-date          from date.
               move ws-process-date    to ws-business-date
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
           perform 077-load-sales-budget.
           perform 080-write-daily-totals.
           perform 085-update-daily-history.

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
                   stt-amount (ws-idx-lookup) -
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

       076-post-store-tax-mtd.
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
                   perform 071-post-store-exempt-mtd
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
                   perform 071-post-store-exempt-mtd
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

       071-post-store-exempt-mtd.
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
               if (ws-post-count = 0 and ws-post-amount = 0)
                  or ws-exempt-mtd-count not < 300
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

       077-load-sales-budget.
           move 'D'                    to fp-function.
           move ws-business-date       to fp-request-date.
           call "FiscalCalendar"       using fiscal-calendar-comm.
           move fp-period-start        to ws-budget-period-start.
           compute ws-period-end-int =
               function integer-of-date (fp-period-end).
           compute ws-next-period-start =
               function date-of-integer (ws-period-end-int + 1).
           compute ws-days-left = ws-period-end-int
               - function integer-of-date (ws-business-date).

           open input sales-budget.
           if ws-budget-status not = "00"
               move "No sales budget on file - plan figures omitted."
                                           to ws-console-line
               perform 910-put-console
           else
               move 'Y'                    to ws-budget-loaded-flag
               perform varying ws-idx-lookup from 1 by 1
                       until ws-idx-lookup > ws-store-count
                   perform 078-load-store-budget
               end-perform
               close sales-budget
               perform varying ws-idx-lookup from 1 by 1
                       until ws-idx-lookup > ws-store-count
                   perform 079-compute-attainment
               end-perform
               perform 081-compute-chain-attainment
           end-if.

       078-load-store-budget.
           move 'N'                        to ws-budget-eof-flag.
           move st-store-no (ws-idx-lookup) to sb-store-no.
           move ws-budget-period-start    to sb-budget-date.

           start sales-budget
               key is not less than sb-key
               invalid key
                   move 'Y'                to ws-budget-eof-flag
           end-start.

           if ws-budget-eof-flag = 'N'
               read sales-budget next record
                   at end
                       move 'Y'            to ws-budget-eof-flag
               end-read
           end-if.

           perform until ws-budget-eof-flag = 'Y'
               if sb-store-no not = st-store-no (ws-idx-lookup) or
                  sb-budget-date >= ws-next-period-start
                   move 'Y'                to ws-budget-eof-flag
               else
                   add sb-budget-amount    to sbt-month-budget
                                              (ws-idx-lookup)
                   if sb-budget-date <= ws-business-date
                       add sb-budget-amount
                                           to sbt-mtd-budget
                                              (ws-idx-lookup)
                   end-if
                   if sb-budget-date = ws-business-date
                       add sb-budget-amount
                                           to sbt-day-budget
                                              (ws-idx-lookup)
                   end-if
                   read sales-budget next record
                       at end
                           move 'Y'        to ws-budget-eof-flag
                   end-read
               end-if
           end-perform.

       079-compute-attainment.
           move stt-amount (ws-idx-lookup) to sbt-mtd-actual
                                              (ws-idx-lookup).
           perform varying ws-tax-mtd-sub from 1 by 1
                   until ws-tax-mtd-sub > ws-tax-mtd-count
               if tx-store-no (ws-tax-mtd-sub) =
                       st-store-no (ws-idx-lookup)
                   move tx-taxable (ws-tax-mtd-sub)
                                           to sbt-mtd-actual
                                              (ws-idx-lookup)
                   exit perform
               end-if
           end-perform.
           perform varying ws-exempt-mtd-i from 1 by 1
                   until ws-exempt-mtd-i > ws-exempt-mtd-count
               if xm-store-no (ws-exempt-mtd-i) =
                       st-store-no (ws-idx-lookup)
                   add xm-amount (ws-exempt-mtd-i)
                                           to sbt-mtd-actual
                                              (ws-idx-lookup)
               end-if
           end-perform.

           if sbt-day-budget (ws-idx-lookup) > 0
               compute sbt-day-pct (ws-idx-lookup) rounded =
                   stt-amount (ws-idx-lookup)
                       / sbt-day-budget (ws-idx-lookup) * 100
           end-if.

           if sbt-mtd-budget (ws-idx-lookup) > 0
               compute sbt-mtd-pct (ws-idx-lookup) rounded =
                   sbt-mtd-actual (ws-idx-lookup)
                       / sbt-mtd-budget (ws-idx-lookup) * 100
           end-if.

           compute ws-plan-shortfall =
               sbt-month-budget (ws-idx-lookup)
               - sbt-mtd-actual (ws-idx-lookup).
           if ws-plan-shortfall > 0
               if ws-days-left > 0
                   compute sbt-need-per-day (ws-idx-lookup) rounded =
                       ws-plan-shortfall / ws-days-left
               else
                   move ws-plan-shortfall  to sbt-need-per-day
                                              (ws-idx-lookup)
               end-if
           end-if.

           add stt-amount (ws-idx-lookup)  to ws-chain-day-actual.
           add sbt-day-budget (ws-idx-lookup)
                                           to ws-chain-day-budget.
           add sbt-mtd-actual (ws-idx-lookup)
                                           to ws-chain-mtd-actual.
           add sbt-mtd-budget (ws-idx-lookup)
                                           to ws-chain-mtd-budget.
           add sbt-month-budget (ws-idx-lookup)
                                           to ws-chain-month-budget.

       081-compute-chain-attainment.
           if ws-chain-day-budget > 0
               compute ws-chain-day-pct rounded =
                   ws-chain-day-actual / ws-chain-day-budget * 100
           end-if.

           if ws-chain-mtd-budget > 0
               compute ws-chain-mtd-pct rounded =
                   ws-chain-mtd-actual / ws-chain-mtd-budget * 100
           end-if.

           compute ws-plan-shortfall =
               ws-chain-month-budget - ws-chain-mtd-actual.
           if ws-plan-shortfall > 0
               if ws-days-left > 0
                   compute ws-chain-need-per-day rounded =
                       ws-plan-shortfall / ws-days-left
               else
                   move ws-plan-shortfall  to ws-chain-need-per-day
               end-if
           end-if.

       080-write-daily-totals.
           open extend daily-totals.
           if ws-dt-status = "35"
           move mtd-amount                 to dt-amount.
           write daily-totals-rec.

           move "STORETAX"                 to dt-record-type.
           move "SL"                       to dt-trans-class.
           perform varying ws-idx-lookup from 1 by 1
                   until ws-idx-lookup > ws-store-count
               move st-store-no (ws-idx-lookup)
                                           to dt-key
               move stt-count (ws-idx-lookup)
                                           to dt-record-count
               move stt-tax (ws-idx-lookup)
                                           to dt-amount
               write daily-totals-rec
           end-perform.

           move "EXEMPT"                   to dt-record-type.
           perform varying ws-idx-lookup from 1 by 1
                   until ws-idx-lookup > ws-store-count
               if stt-exempt-amount (ws-idx-lookup) not = 0
                   move st-store-no (ws-idx-lookup)
                                           to dt-key
                   move 0                  to dt-record-count
                   move stt-exempt-amount (ws-idx-lookup)
                                           to dt-amount
                   write daily-totals-rec
               end-if
           end-perform.

           if budgets-on-file
               perform varying ws-idx-lookup from 1 by 1
                       until ws-idx-lookup > ws-store-count
                   perform 082-write-plan-totals
               end-perform
           end-if.

           close daily-totals.

       082-write-plan-totals.
           move "PLAN"                     to dt-record-type.
           move st-store-no (ws-idx-lookup) to dt-key.
           move 0                          to dt-record-count.

           move "ACT"                      to dt-trans-class.
           move stt-amount (ws-idx-lookup) to dt-amount.
           write daily-totals-rec.

           move "MTA"                      to dt-trans-class.
           move sbt-mtd-actual (ws-idx-lookup)
                                           to dt-amount.
           write daily-totals-rec.

           move "DAY"                      to dt-trans-class.
           move sbt-day-budget (ws-idx-lookup)
                                           to dt-amount.
           write daily-totals-rec.

           move "MTD"                      to dt-trans-class.
           move sbt-mtd-budget (ws-idx-lookup)
                                           to dt-amount.
           write daily-totals-rec.

           move "MON"                      to dt-trans-class.
           move ws-days-left               to dt-record-count.
           move sbt-month-budget (ws-idx-lookup)
                                           to dt-amount.
           write daily-totals-rec.

       090-load-daily-history.
           compute ws-hist-cutoff-int =
               function integer-of-date (ws-business-date)
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
           add ws-signed-tax              to sh-tax (ws-ship-sub).
           if in-exempt-reason not = spaces
               add ws-signed-amount    to sh-exempt-amount
                                          (ws-ship-sub)
               if ws-reason-sub > 0
                   add ws-signed-amount
                                       to sh-rx-amount
                                          (ws-ship-sub, ws-reason-sub)
                   if in-trans-code not = "V"
                       add 1           to sh-rx-count
                                          (ws-ship-sub, ws-reason-sub)
                   end-if
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
           if in-exempt-reason = spaces
               perform 335-find-tax-rate
               compute ws-tax-owing rounded =
                   in-trans-amount * ws-tax-rate
           else
               move 0                  to ws-tax-owing
               perform 415-tally-exempt
           end-if.

           if in-trans-code = "V"
               compute ws-signed-amount = 0 - in-trans-amount
           end-if.

           add ws-signed-amount        to ws-subtotal-amount.
           if in-ship-province not = spaces and
              in-ship-charge is numeric
               if in-trans-code = "V"
                   subtract in-ship-charge
                                       from ws-total-ship
               else
                   add in-ship-charge  to ws-total-ship
               end-if
           end-if.
           add ws-signed-tax           to ws-total-tax.
           add ws-signed-tax           to ws-burst-tax.
           add ws-signed-tax           to stt-tax (ws-store-sub).
           if ws-ship-jurisdiction not = spaces
               perform 337-tally-ship-province
           end-if.

           if in-trans-code = "V"
               add 1                   to ws-void-record

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
           if in-trans-code = "S" then
               add 1                   to ws-s-record
               add in-trans-amount     to ws-s-amount
               if in-rec-type = 'H' and in-quantity is numeric
                   add in-quantity     to ws-s-units
               else
                   add 1               to ws-s-units
               end-if
           else
               add 1                   to ws-l-record
               add in-trans-amount     to ws-l-amount

           perform 420-tally-pay-type.

       415-tally-exempt.
           move 0                      to ws-reason-sub.
           perform varying ws-rank-i from 1 by 1
                   until ws-rank-i > 3
               if exempt-reason-code (ws-rank-i) = in-exempt-reason
                   move ws-rank-i      to ws-reason-sub
                   exit perform
               end-if
           end-perform.

           if in-trans-code = "V"
               compute ws-signed-amount = 0 - in-trans-amount
           else
               move in-trans-amount    to ws-signed-amount
               add 1                   to ws-exempt-record
           end-if.

           add ws-signed-amount        to ws-total-exempt.
           add ws-signed-amount        to stt-exempt-amount
                                          (ws-store-sub).
           if ws-reason-sub > 0
               add ws-signed-amount    to stt-rx-amount
                                          (ws-store-sub, ws-reason-sub)
               if in-trans-code not = "V"
                   add 1               to stt-rx-count
                                          (ws-store-sub, ws-reason-sub)
               end-if
           end-if.

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
                   ( pt-count (ws-pt-idx) / ws-sandl-record ) * 100
           end-perform.
               after advancing 2 lines.
           write output-line           from total-s-amount.

           if ws-s-record > 0
               compute ws-avg-basket rounded =
                   ws-s-amount / ws-s-record
               compute ws-units-per-trans rounded =
                   ws-s-units / ws-s-record
           end-if.
           move ws-s-units             to op-total-s-units.
           move ws-avg-basket          to op-avg-basket.
           move ws-units-per-trans     to op-units-per-trans.
           write output-line           from total-s-units-line.
           write output-line           from avg-basket-line.
           write output-line           from units-per-trans-line.

           write output-line           from total-l-record
               after advancing 2 lines.
           write output-line           from total-l-amount.

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
           write output-line           from total-tax-owing-line
               after advancing 2 lines.

           move ws-exempt-record       to op-exempt-record.
           move ws-total-exempt        to op-total-exempt.
           write output-line           from total-exempt-line
               after advancing 1 line.

           if ws-total-ship not = 0
               move ws-total-ship      to op-total-ship
               write output-line       from total-ship-line
                   after advancing 1 line
           end-if.

           move mtd-record-count       to op-mtd-record-count.
           move mtd-amount             to op-mtd-amount.


           perform 490-print-variance-section.

           if budgets-on-file
               perform 530-print-plan-section
           end-if.

           perform 510-rank-stores.

           move spaces                 to output-line.
           if budgets-on-file
               write output-line       from plan-rank-heading
                   after advancing 2 lines
           else
               write output-line       from store-rank-heading
                   after advancing 2 lines
           end-if.
           perform varying ws-rank-i from 1 by 1
                   until ws-rank-i > ws-store-count
               move rank-store-sub (ws-rank-i)
                                       to ws-store-sub
               if budgets-on-file
                   move ws-rank-i      to op-prank-no
                   move st-store-no (ws-store-sub)
                                       to op-prank-store-no
                   move sbt-mtd-pct (ws-store-sub)
                                       to op-prank-pct
                   move sbt-mtd-actual (ws-store-sub)
                                       to op-prank-actual
                   move sbt-mtd-budget (ws-store-sub)
                                       to op-prank-budget
                   write output-line   from plan-rank-line
               else
                   move ws-rank-i      to op-rank-no
                   move st-store-no (ws-store-sub)
                                       to op-rank-store-no
                   move stt-amount (ws-store-sub)
                                       to op-rank-amount
                   write output-line   from store-rank-line
               end-if
           end-perform.

           perform 520-append-burst-ranks.
                          into ws-burst-name
                   end-string
                   open extend burst-file
                   if budgets-on-file
                       perform 525-write-burst-plan
                       move "(by MTD plan attainment)"
                                       to op-burst-rank-basis
                   else
                       move "(by S&L amount)"
                                       to op-burst-rank-basis
                   end-if
                   move ws-rank-i      to op-burst-rank
                   move ws-store-count to op-burst-rank-total
                   write burst-line    from burst-rank-line
               end-if
           end-perform.

       525-write-burst-plan.
           move stt-amount (ws-store-sub)       to op-bp-day-actual.
           move sbt-day-budget (ws-store-sub)   to op-bp-day-budget.
           move sbt-day-pct (ws-store-sub)      to op-bp-day-pct.
           write burst-line            from burst-plan-day-line.

           move sbt-mtd-actual (ws-store-sub)   to op-bp-mtd-actual.
           move sbt-mtd-budget (ws-store-sub)   to op-bp-mtd-budget.
           move sbt-mtd-pct (ws-store-sub)      to op-bp-mtd-pct.
           write burst-line            from burst-plan-mtd-line.

           move sbt-month-budget (ws-store-sub) to op-bp-month-budget.
           move sbt-need-per-day (ws-store-sub) to op-bp-need.
           write burst-line            from burst-plan-need-line.

       530-print-plan-section.
           move spaces                 to output-line.
           write output-line           from plan-heading
               after advancing 2 lines.
           move ws-business-date       to op-plan-date.
           move ws-days-left           to op-plan-days-left.
           write output-line           from plan-days-line.
           write output-line           from plan-col-heading.

           perform varying ws-idx-lookup from 1 by 1
                   until ws-idx-lookup > ws-store-count
               move st-store-no (ws-idx-lookup)
                                       to op-plan-store-no
               move stt-amount (ws-idx-lookup)
                                       to op-plan-day-actual
               move sbt-day-budget (ws-idx-lookup)
                                       to op-plan-day-budget
               move sbt-day-pct (ws-idx-lookup)
                                       to op-plan-day-pct
               move sbt-mtd-actual (ws-idx-lookup)
                                       to op-plan-mtd-actual
               move sbt-mtd-budget (ws-idx-lookup)
                                       to op-plan-mtd-budget
               move sbt-mtd-pct (ws-idx-lookup)
                                       to op-plan-mtd-pct
               move sbt-month-budget (ws-idx-lookup)
                                       to op-plan-month-budget
               move sbt-need-per-day (ws-idx-lookup)
                                       to op-plan-need
               write output-line       from plan-detail
           end-perform.

           move "CHAIN"                to op-plan-store-no.
           move ws-chain-day-actual    to op-plan-day-actual.
           move ws-chain-day-budget    to op-plan-day-budget.
           move ws-chain-day-pct       to op-plan-day-pct.
           move ws-chain-mtd-actual    to op-plan-mtd-actual.
           move ws-chain-mtd-budget    to op-plan-mtd-budget.
           move ws-chain-mtd-pct       to op-plan-mtd-pct.
           move ws-chain-month-budget  to op-plan-month-budget.
           move ws-chain-need-per-day  to op-plan-need.
           write output-line           from plan-detail
               after advancing 2 lines.

       510-rank-stores.
           perform varying ws-rank-i from 1 by 1
                   until ws-rank-i > ws-store-count
                   until ws-rank-i > ws-store-count
               perform varying ws-rank-j from ws-rank-i by 1
                       until ws-rank-j > ws-store-count
                   move 'N'            to ws-rank-swap-flag
                   if budgets-on-file
                       if sbt-mtd-pct (rank-store-sub (ws-rank-j))
                               is greater than
                               sbt-mtd-pct (rank-store-sub (ws-rank-i))
                           move 'Y'    to ws-rank-swap-flag
                       end-if
                   else
                       if stt-amount (rank-store-sub (ws-rank-j))
                               is greater than
                               stt-amount (rank-store-sub (ws-rank-i))
                           move 'Y'    to ws-rank-swap-flag
                       end-if
                   end-if
                   if ws-rank-swap-flag = 'Y'
                       move rank-store-sub (ws-rank-i)
                                           to ws-rank-tmp
                       move rank-store-sub (ws-rank-j)
