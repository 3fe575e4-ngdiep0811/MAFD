                   organization is line sequential
                   file status is ws-return-status.

           select sales-exempt-mtd
               assign to "../../../data/tax-mtd-exempt-sales.dat"
                   organization is line sequential
                   file status is ws-sales-exempt-status.

           select return-exempt-mtd
               assign to "../../../data/tax-mtd-exempt-returns.dat"
                   organization is line sequential
                   file status is ws-return-exempt-status.

           select province-tax
               assign to "../../../data/province-tax.dat"
                   organization is line sequential
                   file status is ws-province-status.

           select store-master
               assign to "../../../data/store-master.dat"
                   organization is indexed

       fd sales-tax-mtd
           data record is sales-tax-rec
           record contains 60 characters.
       01 sales-tax-rec.
           05 sx-yymm                  pic 9(04).
           05 sx-store-no              pic xx.
           05 sx-province              pic xx.
           05 sx-taxable               pic s9(09)v99.
           05 sx-tax                   pic s9(09)v99.
           05 sx-last-date             pic 9(08).

       fd return-tax-mtd
           data record is return-tax-rec
           record contains 60 characters.
       01 return-tax-rec.
           05 rx-yymm                  pic 9(04).
           05 rx-store-no              pic xx.
           05 rx-province              pic xx.
           05 rx-taxable               pic s9(09)v99.
           05 rx-tax                   pic s9(09)v99.
           05 rx-last-date             pic 9(08).
           05 rx-day-taxable           pic s9(09)v99.
           05 rx-day-tax               pic s9(09)v99.

       fd sales-exempt-mtd
           data record is sales-exempt-rec
           record contains 54 characters.
       01 sales-exempt-rec.
           05 se-yymm                  pic 9(04).
           05 se-store-no              pic xx.
           05 se-province              pic xx.
           05 se-reason                pic xx.
           05 se-count                 pic 9(07).
           05 se-amount                pic s9(09)v99.
           05 se-last-date             pic 9(08).
           05 se-day-count             pic 9(07).
           05 se-day-amount            pic s9(09)v99.

       fd return-exempt-mtd
           data record is return-exempt-rec
           record contains 54 characters.
       01 return-exempt-rec.
           05 re-yymm                  pic 9(04).
           05 re-store-no              pic xx.
           05 re-province              pic xx.
           05 re-reason                pic xx.
           05 re-count                 pic 9(07).
           05 re-amount                pic s9(09)v99.
           05 re-last-date             pic 9(08).
           05 re-day-count             pic 9(07).
           05 re-day-amount            pic s9(09)v99.

       fd province-tax
           data record is province-tax-rec
           record contains 40 characters.
       01 province-tax-rec.
           05 pv-province              pic xx.
           05 pv-province-name         pic x(25).
           05 pv-tax-rate              pic 9v99999.
           05 filler                   pic x(07).

       fd store-master
           data record is store-master-rec
           record contains 49 characters.
       01 ws-sales-status               pic xx value spaces.
       01 ws-return-status              pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.
       01 ws-sales-exempt-status        pic xx value spaces.
       01 ws-return-exempt-status       pic xx value spaces.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.

       01 ws-report-yymm                pic 9(04) value 0.

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
               10 sf-taxable-returns    pic s9(09)v99 value 0.
               10 sf-tax-refunded       pic s9(09)v99 value 0.
               10 sf-done-flag          pic x value 'N'.
               10 sf-reason-exempt      occurs 3 times.
                   15 sf-exempt-sales-count
                                        pic 9(07) value 0.
                   15 sf-exempt-sales   pic s9(09)v99 value 0.
                   15 sf-exempt-return-count
                                        pic 9(07) value 0.
                   15 sf-exempt-returns pic s9(09)v99 value 0.

       01 ws-province-status            pic xx value spaces.
       01 ws-province-eof-flag          pic x value 'N'.
       01 ws-province-count             pic 99 value 0.
       01 province-table.
           05 province-entry            occurs 1 to 20 times
                                         depending on ws-province-count.
               10 px-province           pic xx.
               10 px-province-name      pic x(25).
               10 px-tax-rate           pic 9v99999.
       01 ws-province-sub               pic 99 value 0.

       01 ws-ship-count                 pic 9(03) value 0.
       01 ship-tax-figures.
           05 ship-tax-entry            occurs 1 to 300 times
                                         depending on ws-ship-count.
               10 sp-store-no           pic xx.
               10 sp-province           pic xx.
               10 sp-taxable-sales      pic s9(09)v99.
               10 sp-tax-collected      pic s9(09)v99.
               10 sp-taxable-returns    pic s9(09)v99.
               10 sp-tax-refunded       pic s9(09)v99.
               10 sp-done-flag          pic x.
               10 sp-reason-exempt      occurs 3 times.
                   15 sp-exempt-sales-count
                                        pic 9(07).
                   15 sp-exempt-sales   pic s9(09)v99.
                   15 sp-exempt-return-count
                                        pic 9(07).
                   15 sp-exempt-returns pic s9(09)v99.
       01 ws-ship-sub                   pic 9(03) value 0.
       01 ws-ship-i                     pic 9(03) value 0.
       01 ws-ship-rx-sub                pic 9 value 0.
       01 ws-ship-store-no              pic xx value spaces.
       01 ws-ship-province              pic xx value spaces.

       01 exempt-reason-values.
           05 filler                   pic x(20)
               value "SCSTATUS CARD".
           05 filler                   pic x(20)
               value "RSRESELLER".
           05 filler                   pic x(20)
               value "CHREGISTERED CHARITY".
       01 exempt-reason-table redefines exempt-reason-values.
           05 exempt-reason-entry      occurs 3 times.
               10 exempt-reason-code   pic xx.
               10 exempt-reason-desc   pic x(18).
       01 ws-reason-sub                 pic 9 value 0.

       01 ws-store-sub                  pic 99 value 0.
       01 ws-idx-lookup                 pic 99 value 0.

       01 ws-jur-rate                   pic 9v9999 value 0.
       01 ws-jur-province               pic xx value spaces.
       01 ws-jur-taxable                pic s9(09)v99 value 0.
       01 ws-jur-collected              pic s9(09)v99 value 0.
       01 ws-jur-returns                pic s9(09)v99 value 0.
       01 ws-grand-net                  pic s9(09)v99 value 0.
       01 ws-jur-counter                pic 99 value 0.

       01 ws-jur-ex-sales-count         pic 9(07) value 0.
       01 ws-jur-ex-sales               pic s9(09)v99 value 0.
       01 ws-jur-ex-return-count        pic 9(07) value 0.
       01 ws-jur-ex-returns             pic s9(09)v99 value 0.
       01 ws-jur-ex-lines               pic 9 value 0.
       01 ws-grand-exempt               pic s9(09)v99 value 0.
       01 ws-rsn-sales-count            pic 9(07) value 0.
       01 ws-rsn-sales                  pic s9(09)v99 value 0.
       01 ws-rsn-return-count           pic 9(07) value 0.
       01 ws-rsn-returns                pic s9(09)v99 value 0.

       01 team-title.
           05 filler                   pic x(07)
               value "GROUP-2".

       01 period-line.
           05 filler                   pic x(22)
               value "Fiscal month YYPP:".
           05 filler                   pic x(02)
               value spaces.
           05 op-period-yymm           pic 9(04).
               value "TAX JURISDICTION - RATE ".
           05 op-jur-rate              pic 9.9999.

       01 province-jurisdiction-heading.
           05 filler                   pic x(27)
               value "TAX JURISDICTION - SHIP-TO ".
           05 op-jur-province          pic xx.
           05 filler                   pic x(01)
               value spaces.
           05 op-jur-province-name     pic x(25).
           05 filler                   pic x(06)
               value " RATE ".
           05 op-jur-province-rate     pic 9.99999.

       01 detail-heading.
           05 filler                   pic x(05)
               value "STORE".
               value spaces.
           05 op-grand-net             pic zzz,zzz,zz9.99-.

       01 exempt-title-heading.
           05 filler                   pic x(24)
               value spaces.
           05 filler                   pic x(34)
               value "TAX-EXEMPT SALES SCHEDULE".

       01 exempt-detail-heading.
           05 filler                   pic x(24)
               value "EXEMPTION REASON".
           05 filler                   pic x(10)
               value " SALES CNT".
           05 filler                   pic x(15)
               value "   EXEMPT SALES".
           05 filler                   pic x(10)
               value "RETURN CNT".
           05 filler                   pic x(15)
               value " EXEMPT RETURNS".
           05 filler                   pic x(15)
               value "     NET EXEMPT".

       01 exempt-detail-line.
           05 filler                   pic x(02)
               value spaces.
           05 op-ex-reason             pic xx.
           05 filler                   pic x(01)
               value spaces.
           05 op-ex-reason-desc        pic x(19).
           05 op-ex-sales-count        pic zz,zzz,zz9.
           05 op-ex-sales              pic zzz,zzz,zz9.99-.
           05 op-ex-return-count       pic zz,zzz,zz9.
           05 op-ex-returns            pic zzz,zzz,zz9.99-.
           05 op-ex-net                pic zzz,zzz,zz9.99-.

       01 exempt-none-line.
           05 filler                   pic x(26)
               value "  NO EXEMPT TRANSACTIONS".

       01 exempt-jur-total-line.
           05 filler                   pic x(24)
               value "  JURISDICTION TOTAL".
           05 op-exj-sales-count       pic zz,zzz,zz9.
           05 op-exj-sales             pic zzz,zzz,zz9.99-.
           05 op-exj-return-count      pic zz,zzz,zz9.
           05 op-exj-returns           pic zzz,zzz,zz9.99-.
           05 op-exj-net               pic zzz,zzz,zz9.99-.

       01 exempt-grand-total-line.
           05 filler                   pic x(20)
               value "TOTAL NET EXEMPT".
           05 filler                   pic x(54)
               value spaces.
           05 op-ex-grand-net          pic zzz,zzz,zz9.99-.

       01 flags.
           05 ws-eof-flag              pic x value 'N'.
           05 ws-done-flag             pic x value 'N'.
           move ws-hdr-date            to ws-date.
           move ws-hdr-time            to ws-time.

           perform 058-load-fiscal-period.

           perform 050-load-store-master.
           perform 056-load-province-tax.
           perform 100-load-sales-tax.
           perform 150-load-return-tax.
           perform 160-load-exempt-sales.
           perform 170-load-exempt-returns.
           perform 300-print-remittance.

           move "End of Tax Remittance Program."

           goback.

       058-load-fiscal-period.
           move 'D'                    to fp-function.
           move ws-process-date        to fp-request-date.
           call "FiscalCalendar"       using fiscal-calendar-comm.
           move fp-period-key          to ws-report-yymm.
           if not fiscal-period-found
               move "Process date not on fiscal calendar - calendar"
                   & " month used."    to ws-console-line
               perform 910-put-console
           end-if.

       040-load-run-mode.
           open input run-mode-file.
           if ws-run-mode-status = "00"
           move 'N'                        to ws-done-flag.
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
                       move pv-province-name
                                           to px-province-name
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

       100-load-sales-tax.
           move 'N'                    to ws-eof-flag.
           open input sales-tax-mtd.
           end-if.

           perform until ws-eof-flag = 'Y'
               if sx-yymm is numeric and sx-yymm = ws-report-yymm and
                  sx-province not = spaces
                   move sx-store-no    to ws-ship-store-no
                   move sx-province    to ws-ship-province
                   perform 180-find-ship-entry
                   if ws-ship-sub > 0
                       move sx-taxable to sp-taxable-sales (ws-ship-sub)
                       move sx-tax     to sp-tax-collected (ws-ship-sub)
                   end-if
               end-if
               if sx-yymm is numeric and sx-yymm = ws-report-yymm and
                  sx-province = spaces
                   perform varying ws-idx-lookup from 1 by 1
                           until ws-idx-lookup > ws-store-count
                       if st-store-no (ws-idx-lookup) = sx-store-no
           end-if.

           perform until ws-eof-flag = 'Y'
               if rx-yymm is numeric and rx-yymm = ws-report-yymm and
                  rx-province not = spaces
                   move rx-store-no    to ws-ship-store-no
                   move rx-province    to ws-ship-province
                   perform 180-find-ship-entry
                   if ws-ship-sub > 0
                       move rx-taxable to sp-taxable-returns
                                          (ws-ship-sub)
                       move rx-tax     to sp-tax-refunded (ws-ship-sub)
                   end-if
               end-if
               if rx-yymm is numeric and rx-yymm = ws-report-yymm and
                  rx-province = spaces
                   perform varying ws-idx-lookup from 1 by 1
                           until ws-idx-lookup > ws-store-count
                       if st-store-no (ws-idx-lookup) = rx-store-no
               close return-tax-mtd
           end-if.

       160-load-exempt-sales.
           move 'N'                    to ws-eof-flag.
           open input sales-exempt-mtd.
           if ws-sales-exempt-status not = "00"
               move 'Y'                to ws-eof-flag
           else
               read sales-exempt-mtd
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = 'Y'
               if se-yymm is numeric and se-yymm = ws-report-yymm
                   perform varying ws-reason-sub from 1 by 1
                           until ws-reason-sub > 3
                       if exempt-reason-code (ws-reason-sub) =
                               se-reason
                           exit perform
                       end-if
                   end-perform
                   perform varying ws-idx-lookup from 1 by 1
                           until ws-idx-lookup > ws-store-count
                       if st-store-no (ws-idx-lookup) = se-store-no and
                          se-province = spaces and
                          ws-reason-sub <= 3
                           move se-count
                               to sf-exempt-sales-count
                                  (ws-idx-lookup, ws-reason-sub)
                           move se-amount
                               to sf-exempt-sales
                                  (ws-idx-lookup, ws-reason-sub)
                           exit perform
                       end-if
                   end-perform
                   if se-province not = spaces and ws-reason-sub <= 3
                       move se-store-no to ws-ship-store-no
                       move se-province to ws-ship-province
                       perform 180-find-ship-entry
                       if ws-ship-sub > 0
                           move se-count
                               to sp-exempt-sales-count
                                  (ws-ship-sub, ws-reason-sub)
                           move se-amount
                               to sp-exempt-sales
                                  (ws-ship-sub, ws-reason-sub)
                       end-if
                   end-if
               end-if
               read sales-exempt-mtd
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           if ws-sales-exempt-status = "00" or
              ws-sales-exempt-status = "10"
               close sales-exempt-mtd
           end-if.

       170-load-exempt-returns.
           move 'N'                    to ws-eof-flag.
           open input return-exempt-mtd.
           if ws-return-exempt-status not = "00"
               move 'Y'                to ws-eof-flag
           else
               read return-exempt-mtd
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = 'Y'
               if re-yymm is numeric and re-yymm = ws-report-yymm
                   perform varying ws-reason-sub from 1 by 1
                           until ws-reason-sub > 3
                       if exempt-reason-code (ws-reason-sub) =
                               re-reason
                           exit perform
                       end-if
                   end-perform
                   perform varying ws-idx-lookup from 1 by 1
                           until ws-idx-lookup > ws-store-count
                       if st-store-no (ws-idx-lookup) = re-store-no and
                          re-province = spaces and
                          ws-reason-sub <= 3
                           move re-count
                               to sf-exempt-return-count
                                  (ws-idx-lookup, ws-reason-sub)
                           move re-amount
                               to sf-exempt-returns
                                  (ws-idx-lookup, ws-reason-sub)
                           exit perform
                       end-if
                   end-perform
                   if re-province not = spaces and ws-reason-sub <= 3
                       move re-store-no to ws-ship-store-no
                       move re-province to ws-ship-province
                       perform 180-find-ship-entry
                       if ws-ship-sub > 0
                           move re-count
                               to sp-exempt-return-count
                                  (ws-ship-sub, ws-reason-sub)
                           move re-amount
                               to sp-exempt-returns
                                  (ws-ship-sub, ws-reason-sub)
                       end-if
                   end-if
               end-if
               read return-exempt-mtd
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           if ws-return-exempt-status = "00" or
              ws-return-exempt-status = "10"
               close return-exempt-mtd
           end-if.

       180-find-ship-entry.
           move 0                      to ws-ship-sub.
           perform varying ws-ship-i from 1 by 1
                   until ws-ship-i > ws-ship-count
               if sp-store-no (ws-ship-i) = ws-ship-store-no and
                  sp-province (ws-ship-i) = ws-ship-province
                   move ws-ship-i      to ws-ship-sub
                   exit perform
               end-if
           end-perform.

           if ws-ship-sub = 0 and ws-ship-count < 300
               add 1                   to ws-ship-count
               move ws-ship-count      to ws-ship-sub
               move 0                  to sp-taxable-sales (ws-ship-sub)
               move 0                  to sp-tax-collected (ws-ship-sub)
               move 0                  to sp-taxable-returns
                                          (ws-ship-sub)
               move 0                  to sp-tax-refunded (ws-ship-sub)
               perform varying ws-ship-rx-sub from 1 by 1
                       until ws-ship-rx-sub > 3
                   move 0              to sp-exempt-sales-count
                                          (ws-ship-sub, ws-ship-rx-sub)
                   move 0              to sp-exempt-sales
                                          (ws-ship-sub, ws-ship-rx-sub)
                   move 0              to sp-exempt-return-count
                                          (ws-ship-sub, ws-ship-rx-sub)
                   move 0              to sp-exempt-returns
                                          (ws-ship-sub, ws-ship-rx-sub)
               end-perform
               move ws-ship-store-no   to sp-store-no (ws-ship-sub)
               move ws-ship-province   to sp-province (ws-ship-sub)
               move 'N'                to sp-done-flag (ws-ship-sub)
           end-if.

       300-print-remittance.
           open output output-file.

               end-if
           end-perform.

           perform varying ws-ship-sub from 1 by 1
                   until ws-ship-sub > ws-ship-count
               if sp-done-flag (ws-ship-sub) = 'N'
                   perform 330-print-ship-jurisdiction
               end-if
           end-perform.

           move ws-grand-net           to op-grand-net.
           write output-line           from grand-total-line
               after advancing 2 lines.

           perform 400-print-exempt-schedule.

           close output-file.

       310-print-jurisdiction.
           add sf-tax-refunded (ws-idx-lookup)
                                       to ws-jur-refunded.

       330-print-ship-jurisdiction.
           add 1                       to ws-jur-counter.
           move sp-province (ws-ship-sub) to ws-jur-province.
           move 0                      to ws-jur-taxable.
           move 0                      to ws-jur-collected.
           move 0                      to ws-jur-returns.
           move 0                      to ws-jur-refunded.

           perform 335-province-heading.
           write output-line           from detail-heading.

           perform varying ws-ship-i from ws-ship-sub by 1
                   until ws-ship-i > ws-ship-count
               if sp-done-flag (ws-ship-i) = 'N' and
                  sp-province (ws-ship-i) = ws-jur-province
                   perform 340-print-ship-line
                   move 'Y'            to sp-done-flag (ws-ship-i)
               end-if
           end-perform.

           compute ws-jur-net =
               ws-jur-collected + ws-jur-refunded.
           add ws-jur-net              to ws-grand-net.
           move ws-jur-net             to op-jur-net.
           write output-line           from jur-total-line.

       335-province-heading.
           move ws-jur-province        to op-jur-province.
           move spaces                 to op-jur-province-name.
           move 0                      to op-jur-province-rate.
           perform varying ws-province-sub from 1 by 1
                   until ws-province-sub > ws-province-count
               if px-province (ws-province-sub) = ws-jur-province
                   move px-province-name (ws-province-sub)
                                       to op-jur-province-name
                   move px-tax-rate (ws-province-sub)
                                       to op-jur-province-rate
                   exit perform
               end-if
           end-perform.
           write output-line
               from province-jurisdiction-heading
               after advancing 2 lines.

       340-print-ship-line.
           move sp-store-no (ws-ship-i) to op-store-no.
           move sp-taxable-sales (ws-ship-i)
                                       to op-taxable-sales.
           move sp-tax-collected (ws-ship-i)
                                       to op-tax-collected.
           move sp-taxable-returns (ws-ship-i)
                                       to op-taxable-returns.
           move sp-tax-refunded (ws-ship-i)
                                       to op-tax-refunded.
           compute op-net-owing =
               sp-tax-collected (ws-ship-i) +
               sp-tax-refunded (ws-ship-i).
           write output-line           from detail-line.

           add sp-taxable-sales (ws-ship-i)
                                       to ws-jur-taxable.
           add sp-tax-collected (ws-ship-i)
                                       to ws-jur-collected.
           add sp-taxable-returns (ws-ship-i)
                                       to ws-jur-returns.
           add sp-tax-refunded (ws-ship-i)
                                       to ws-jur-refunded.

       400-print-exempt-schedule.
           write output-line           from exempt-title-heading
               after advancing 3 lines.
           move ws-report-yymm         to op-period-yymm.
           write output-line           from period-line
               after advancing 2 lines.

           perform varying ws-store-sub from 1 by 1
                   until ws-store-sub > ws-store-count
               move 'N'                to sf-done-flag (ws-store-sub)
           end-perform.
           perform varying ws-ship-sub from 1 by 1
                   until ws-ship-sub > ws-ship-count
               move 'N'                to sp-done-flag (ws-ship-sub)
           end-perform.

           perform varying ws-store-sub from 1 by 1
                   until ws-store-sub > ws-store-count
               if sf-done-flag (ws-store-sub) = 'N'
                   perform 410-print-exempt-jurisdiction
               end-if
           end-perform.

           perform varying ws-ship-sub from 1 by 1
                   until ws-ship-sub > ws-ship-count
               if sp-done-flag (ws-ship-sub) = 'N'
                   perform 430-print-ship-exempt-jurisdiction
               end-if
           end-perform.

           move ws-grand-exempt        to op-ex-grand-net.
           write output-line           from exempt-grand-total-line
               after advancing 2 lines.

       410-print-exempt-jurisdiction.
           move st-tax-rate (ws-store-sub) to ws-jur-rate.
           move 0                      to ws-jur-ex-sales-count.
           move 0                      to ws-jur-ex-sales.
           move 0                      to ws-jur-ex-return-count.
           move 0                      to ws-jur-ex-returns.
           move 0                      to ws-jur-ex-lines.

           move ws-jur-rate            to op-jur-rate.
           write output-line           from jurisdiction-heading
               after advancing 2 lines.
           write output-line           from exempt-detail-heading
               after advancing 1 line.

           perform varying ws-reason-sub from 1 by 1
                   until ws-reason-sub > 3
               perform 420-print-exempt-reason
           end-perform.

           perform varying ws-idx-lookup from ws-store-sub by 1
                   until ws-idx-lookup > ws-store-count
               if st-tax-rate (ws-idx-lookup) = ws-jur-rate
                   move 'Y'            to sf-done-flag
                                          (ws-idx-lookup)
               end-if
           end-perform.

           perform 425-print-exempt-jur-total.

       425-print-exempt-jur-total.
           if ws-jur-ex-lines = 0
               write output-line       from exempt-none-line
                   after advancing 1 line
           else
               move ws-jur-ex-sales-count
                                       to op-exj-sales-count
               move ws-jur-ex-sales    to op-exj-sales
               move ws-jur-ex-return-count
                                       to op-exj-return-count
               move ws-jur-ex-returns  to op-exj-returns
               compute op-exj-net =
                   ws-jur-ex-sales + ws-jur-ex-returns
               write output-line       from exempt-jur-total-line
                   after advancing 1 line
           end-if.

           compute ws-grand-exempt =
               ws-grand-exempt + ws-jur-ex-sales + ws-jur-ex-returns.

       420-print-exempt-reason.
           move 0                      to ws-rsn-sales-count.
           move 0                      to ws-rsn-sales.
           move 0                      to ws-rsn-return-count.
           move 0                      to ws-rsn-returns.

           perform varying ws-idx-lookup from ws-store-sub by 1
                   until ws-idx-lookup > ws-store-count
               if sf-done-flag (ws-idx-lookup) = 'N' and
                  st-tax-rate (ws-idx-lookup) = ws-jur-rate
                   add sf-exempt-sales-count
                           (ws-idx-lookup, ws-reason-sub)
                                       to ws-rsn-sales-count
                   add sf-exempt-sales (ws-idx-lookup, ws-reason-sub)
                                       to ws-rsn-sales
                   add sf-exempt-return-count
                           (ws-idx-lookup, ws-reason-sub)
                                       to ws-rsn-return-count
                   add sf-exempt-returns (ws-idx-lookup, ws-reason-sub)
                                       to ws-rsn-returns
               end-if
           end-perform.

           perform 428-print-reason-line.

       428-print-reason-line.
           if ws-rsn-sales-count = 0 and ws-rsn-sales = 0 and
              ws-rsn-return-count = 0 and ws-rsn-returns = 0
               exit paragraph
           end-if.

           move exempt-reason-code (ws-reason-sub)
                                       to op-ex-reason.
           move exempt-reason-desc (ws-reason-sub)
                                       to op-ex-reason-desc.
           move ws-rsn-sales-count     to op-ex-sales-count.
           move ws-rsn-sales           to op-ex-sales.
           move ws-rsn-return-count    to op-ex-return-count.
           move ws-rsn-returns         to op-ex-returns.
           compute op-ex-net = ws-rsn-sales + ws-rsn-returns.
           write output-line           from exempt-detail-line
               after advancing 1 line.

           add 1                       to ws-jur-ex-lines.
           add ws-rsn-sales-count      to ws-jur-ex-sales-count.
           add ws-rsn-sales            to ws-jur-ex-sales.
           add ws-rsn-return-count     to ws-jur-ex-return-count.
           add ws-rsn-returns          to ws-jur-ex-returns.

       430-print-ship-exempt-jurisdiction.
           move sp-province (ws-ship-sub) to ws-jur-province.
           move 0                      to ws-jur-ex-sales-count.
           move 0                      to ws-jur-ex-sales.
           move 0                      to ws-jur-ex-return-count.
           move 0                      to ws-jur-ex-returns.
           move 0                      to ws-jur-ex-lines.

           perform 335-province-heading.
           write output-line           from exempt-detail-heading
               after advancing 1 line.

           perform varying ws-reason-sub from 1 by 1
                   until ws-reason-sub > 3
               perform 440-print-ship-exempt-reason
           end-perform.

           perform varying ws-ship-i from ws-ship-sub by 1
                   until ws-ship-i > ws-ship-count
               if sp-province (ws-ship-i) = ws-jur-province
                   move 'Y'            to sp-done-flag (ws-ship-i)
               end-if
           end-perform.

           perform 425-print-exempt-jur-total.

       440-print-ship-exempt-reason.
           move 0                      to ws-rsn-sales-count.
           move 0                      to ws-rsn-sales.
           move 0                      to ws-rsn-return-count.
           move 0                      to ws-rsn-returns.

           perform varying ws-ship-i from ws-ship-sub by 1
                   until ws-ship-i > ws-ship-count
               if sp-done-flag (ws-ship-i) = 'N' and
                  sp-province (ws-ship-i) = ws-jur-province
                   add sp-exempt-sales-count
                           (ws-ship-i, ws-reason-sub)
                                       to ws-rsn-sales-count
                   add sp-exempt-sales (ws-ship-i, ws-reason-sub)
                                       to ws-rsn-sales
                   add sp-exempt-return-count
                           (ws-ship-i, ws-reason-sub)
                                       to ws-rsn-return-count
                   add sp-exempt-returns (ws-ship-i, ws-reason-sub)
                                       to ws-rsn-returns
               end-if
           end-perform.

           perform 428-print-reason-line.

       910-put-console.
           if batch-mode
               open extend console-log
