       identification division.
       program-id. CommissionRun.
       author. Ngoc Diep Nguyen.
       date-written. 15-October-2026.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select trans-history
               assign to "../../../data/trans-history.dat"
                   organization is line sequential
                   file status is ws-history-status.

           select trans-line-register
               assign to "../../../data/trans-line-register.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is tl-key
                   file status is ws-line-register-status.

           select commission-plan
               assign to "../../../data/commission-plan.dat"
                   organization is line sequential
                   file status is ws-plan-status.

           select operator-master
               assign to "../../../data/operator-master.dat"
                   organization is line sequential
                   file status is ws-operator-status.

           select store-master
               assign to "../../../data/store-master.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is sm-store-no
                   file status is ws-store-master-status.

           select sku-master
               assign to "../../../data/sku-master.dat"
                   organization is line sequential.

           select payroll-file
               assign to "../../../data/commission-payroll.dat"
                   organization is line sequential
                   file status is ws-payroll-status.

           select output-file
               assign to "../../../data/commission-register.out"
                   organization is line sequential.

           select audit-log
               assign to "../../../data/audit-trail.dat"
                   organization is line sequential
                   file status is ws-audit-status.

           select process-date-file
               assign to "../../../data/process-date.dat"
                   organization is line sequential
                   file status is ws-process-date-status.

           select run-mode-file
               assign to "../../../data/run-mode.dat"
                   organization is line sequential
                   file status is ws-run-mode-status.

           select console-log
               assign to "../../../data/console-log.dat"
                   organization is line sequential
                   file status is ws-console-status.

       data division.
       file section.

       fd trans-history
           data record is input-rec
           record contains 150 characters.

       01 input-rec.
           05 in-trans-code            pic x.
           05 in-trans-amount          pic 9(07)v99.
           05 in-pay-type              pic xx.
           05 in-store-no              pic xx.
           05 in-invoice-number        pic x(09).
           05 in-sku-code              pic x(15).
           05 in-trans-date            pic 9(08).
           05 in-card-no               pic x(16).
           05 in-cashier-id            pic x(05).
           05 in-rec-type              pic x.
               88 invoice-header
                  value 'H'.
               88 invoice-line
                  value 'D'.
           05 in-line-no               pic 9(03).
           05 in-quantity              pic 9(05).
           05 in-unit-price            pic 9(07)v99.
           05 filler                   pic x(65).

       fd trans-line-register
           data record is trans-line-rec.
       01 trans-line-rec.
           05 tl-key.
               10 tl-invoice-no        pic x(09).
               10 tl-line-no           pic 9(03).
           05 tl-trans-code            pic x.
           05 tl-store-no              pic xx.
           05 tl-sku-code              pic x(15).
           05 tl-quantity              pic 9(05).
           05 tl-unit-price            pic 9(07)v99.
           05 tl-ext-amount            pic 9(07)v99.
           05 tl-trans-date            pic 9(08).
           05 tl-cashier-id            pic x(05).
           05 tl-disposition           pic x(10).

       fd commission-plan
           data record is commission-plan-rec
           record contains 60 characters.
       01 commission-plan-rec.
           05 cp-role                  pic x.
           05 cp-department            pic x(12).
           05 cp-tier                  occurs 3 times.
               10 cp-tier-floor        pic 9(07)v99.
               10 cp-tier-rate         pic 9v9999.
           05 filler                   pic x(05).

       fd operator-master
           data record is operator-master-rec
           record contains 51 characters.
       01 operator-master-rec.
           05 om-operator-id           pic x(10).
           05 om-name                  pic x(20).
           05 om-password              pic x(10).
           05 om-role                  pic x.
           05 om-approval-limit        pic 9(07)v99.
           05 om-active-flag           pic x.

       fd store-master
           data record is store-master-rec
           record contains 49 characters.
       01 store-master-rec.
           05 sm-store-no              pic xx.
           05 sm-store-name            pic x(20).
           05 sm-active-flag           pic x.
           05 sm-tax-rate              pic 9v9999.
           05 sm-invoice-min           pic 9(06).
           05 sm-invoice-max           pic 9(06).
           05 sm-review-limit          pic 9(07)v99.

       fd sku-master
           data record is sku-master-rec
           record contains 58 characters.
       01 sku-master-rec.
           05 km-sku-code              pic x(15).
           05 km-sku-desc              pic x(30).
           05 km-department            pic x(12).
           05 km-active-flag           pic x.

       fd payroll-file
           data record is payroll-rec
           record contains 80 characters.
       01 payroll-rec.
           05 py-employee-id           pic x(10).
           05 py-employee-name         pic x(20).
           05 py-store-no              pic xx.
           05 py-period-start          pic 9(08).
           05 py-period-end            pic 9(08).
           05 py-earnings-code         pic x(04).
           05 py-net-sales             pic s9(09)v99.
           05 py-commission-amount     pic 9(07)v99.
           05 filler                   pic x(08).

       fd output-file
           data record is output-line
           record contains 132 characters.
       01 output-line                  pic x(132).

       fd audit-log
           data record is audit-rec.
       01 audit-rec.
           05 au-program-name          pic x(20).
           05 au-run-date              pic x(08).
           05 au-run-time              pic x(08).
           05 au-input-count           pic 9(07).
           05 au-output-count          pic 9(07).
           05 au-return-code           pic 9(03).

       fd process-date-file
           data record is process-date-rec
           record contains 8 characters.
       01 process-date-rec.
           05 pd-business-date         pic 9(08).

       fd run-mode-file
           data record is run-mode-rec
           record contains 1 characters.
       01 run-mode-rec                 pic x.

       fd console-log
           data record is console-rec
           record contains 80 characters.
       01 console-rec                  pic x(80).

       working-storage section.

       01 ws-run-mode-status            pic xx value spaces.
       01 ws-process-date-status        pic xx value spaces.
       01 ws-process-date               pic 9(08) value 0.
       01 ws-date-override-flag         pic x value 'N'.
           88 date-overridden            value 'Y'.
       01 ws-console-status             pic xx value spaces.
       01 ws-batch-flag                 pic x value 'N'.
           88 batch-mode                 value 'Y'.
       01 ws-console-line               pic x(80) value spaces.

       01 ws-history-status             pic xx value spaces.
       01 ws-line-register-status       pic xx value spaces.
       01 ws-line-register-open-flag    pic x value 'N'.
       01 ws-void-line-eof-flag         pic x value 'N'.
       01 ws-void-line-count            pic 9(03) value 0.
       01 ws-plan-status                pic xx value spaces.
       01 ws-operator-status            pic xx value spaces.
       01 ws-store-master-status        pic xx value spaces.
       01 ws-payroll-status             pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.

       01 constants.
           05 cnst-default-days        pic 9(03) value 14.
           05 cnst-earnings-code       pic x(04) value "COMM".
           05 cnst-all-departments     pic x(12) value "*ALL".

       01 ws-period-end-in              pic x(08) value spaces.
       01 ws-period-days-in             pic x(03) value spaces.
       01 ws-period-days                pic 9(03) value 0.
       01 ws-period-start               pic 9(08) value 0.
       01 ws-period-end                 pic 9(08) value 0.
       01 ws-start-int                  pic 9(07) value 0.
       01 ws-end-int                    pic 9(07) value 0.
       01 ws-trans-int                  pic 9(07) value 0.

       01 ws-plan-count                 pic 9(03) value 0.
       01 plan-table.
           05 plan-entry                occurs 1 to 200 times
                                         depending on ws-plan-count.
               10 pl-role               pic x.
               10 pl-department         pic x(12).
               10 pl-tier               occurs 3 times.
                   15 pl-tier-floor     pic 9(07)v99.
                   15 pl-tier-rate      pic 9v9999.
       01 ws-plan-sub                   pic 9(03) value 0.

       01 ws-operator-count             pic 9(03) value 0.
       01 operator-table.
           05 operator-entry            occurs 1 to 200 times
                                         depending on ws-operator-count.
               10 ot-operator-id        pic x(10).
               10 ot-name               pic x(20).
               10 ot-role               pic x.
       01 ws-operator-sub               pic 9(03) value 0.

       01 ws-sku-master-count           pic 9(03) value 0.
       01 sku-master-table.
           05 sku-master-entry          occurs 1 to 500 times
                                    depending on ws-sku-master-count
                                    indexed by sku-idx.
               10 sk-sku-code           pic x(15).
               10 sk-department         pic x(12).

       01 ws-seller-count               pic 9(05) value 0.
       01 seller-table.
           05 seller-entry              occurs 1 to 20000 times
                                         depending on ws-seller-count.
               10 sl-invoice-no         pic x(09).
               10 sl-cashier-id         pic x(05).
               10 sl-store-no           pic xx.
       01 ws-seller-sub                 pic 9(05) value 0.

       01 ws-comm-count                 pic 9(04) value 0.
       01 comm-table.
           05 comm-entry                occurs 1 to 2000 times
                                         depending on ws-comm-count.
               10 ct-store-no           pic xx.
               10 ct-cashier-id         pic x(05).
               10 ct-department         pic x(12).
               10 ct-sale-count         pic 9(05).
               10 ct-sale-amount        pic s9(09)v99.
               10 ct-return-count       pic 9(05).
               10 ct-return-amount      pic s9(09)v99.
               10 ct-net-amount         pic s9(09)v99.
               10 ct-tier-reached       pic 9.
               10 ct-commission         pic 9(07)v99.
               10 ct-note               pic x(22).
       01 ws-comm-sub                   pic 9(04) value 0.
       01 ws-idx-lookup                 pic 9(05) value 0.

       01 ws-temp-comm-entry.
           05 tmp-sort-key             pic x(19).
           05 filler                   pic x(75).

       01 ws-sort-i                     pic 9(04) value 0.
       01 ws-sort-j                     pic 9(04) value 0.
       01 ws-sort-j-1                   pic 9(04) value 0.

       01 ws-work-department            pic x(12) value spaces.
       01 ws-work-sku                   pic x(15) value spaces.
       01 ws-work-seller                pic x(05) value spaces.
       01 ws-work-store                 pic xx value spaces.
       01 ws-work-role                  pic x value space.
       01 ws-work-name                  pic x(20) value spaces.
       01 ws-tier-sub                   pic 9 value 0.
       01 ws-tier-next                  pic 9 value 0.
       01 ws-tier-ceiling               pic 9(09)v99 value 0.
       01 ws-tier-portion               pic 9(09)v99 value 0.
       01 ws-tier-amount                pic 9(07)v99 value 0.

       01 ws-break-store                pic xx value spaces.
       01 ws-break-cashier              pic x(05) value spaces.
       01 ws-emp-sale-amount            pic s9(09)v99 value 0.
       01 ws-emp-return-amount          pic s9(09)v99 value 0.
       01 ws-emp-net-amount             pic s9(09)v99 value 0.
       01 ws-emp-commission             pic 9(07)v99 value 0.
       01 ws-store-sale-amount          pic s9(09)v99 value 0.
       01 ws-store-return-amount        pic s9(09)v99 value 0.
       01 ws-store-net-amount           pic s9(09)v99 value 0.
       01 ws-store-commission           pic 9(09)v99 value 0.
       01 ws-chain-sale-amount          pic s9(09)v99 value 0.
       01 ws-chain-return-amount        pic s9(09)v99 value 0.
       01 ws-chain-net-amount           pic s9(09)v99 value 0.
       01 ws-chain-commission           pic 9(09)v99 value 0.

       01 team-title.
           05 filler                   pic x(07)
               value "GROUP-2".
           05 filler                   pic x(34)
               value spaces.
           05 filler                   pic x(05)
               value "Date:".
           05 filler                   pic x(01)
               value spaces.
           05 ws-hdr-date              pic x9/99/99.
           05 filler                   pic x(09)
               value spaces.
           05 filler                   pic x(05)
               value "Time:".
           05 filler                   pic x(01)
               value spaces.
           05 ws-hdr-time              pic x9/99/99.

       01 main-heading.
           05 filler                   pic x(23)
               value spaces.
           05 filler                   pic x(22)
               value "GROUP PROJECT - MFD-26".

       01 title-heading.
           05 filler                   pic x(25)
               value spaces.
           05 filler                   pic x(30)
               value "SALES COMMISSION REGISTER".

       01 period-line.
           05 filler                   pic x(12)
               value "Pay period: ".
           05 op-period-start          pic 9(08).
           05 filler                   pic x(04)
               value " To ".
           05 op-period-end            pic 9(08).
           05 filler                   pic x(04)
               value spaces.
           05 op-period-days           pic zz9.
           05 filler                   pic x(05)
               value " days".

       01 legend-line-1.
           05 filler                   pic x(40)
               value "Net sales = sales and layaways less retu".
           05 filler                   pic x(40)
               value "rns and voids charged to the cashier who".
           05 filler                   pic x(24)
               value " made the original sale.".

       01 legend-line-2.
           05 filler                   pic x(40)
               value "Each tier rate is paid on the part of ne".
           05 filler                   pic x(40)
               value "t sales above that tier's floor, by stor".
           05 filler                   pic x(26)
               value "e, cashier and department.".

       01 store-heading.
           05 filler                   pic x(07)
               value "STORE: ".
           05 op-store-no              pic xx.
           05 filler                   pic x(02)
               value spaces.
           05 op-store-name            pic x(20).

       01 detail-heading.
           05 filler                   pic x(09)
               value "EMPLOYEE".
           05 filler                   pic x(20)
               value "NAME".
           05 filler                   pic x(05)
               value "ROLE".
           05 filler                   pic x(13)
               value "DEPARTMENT".
           05 filler                   pic x(15)
               value "        SALES".
           05 filler                   pic x(15)
               value "RETURNS/VOIDS".
           05 filler                   pic x(16)
               value "    NET SALES".
           05 filler                   pic x(05)
               value "TIER".
           05 filler                   pic x(12)
               value "COMMISSION".
           05 filler                   pic x(04)
               value "NOTE".

       01 detail-line.
           05 filler                   pic x(01)
               value spaces.
           05 op-cashier-id            pic x(05).
           05 filler                   pic x(03)
               value spaces.
           05 op-emp-name              pic x(20).
           05 filler                   pic x(01)
               value spaces.
           05 op-role                  pic x.
           05 filler                   pic x(03)
               value spaces.
           05 op-department            pic x(12).
           05 filler                   pic x(01)
               value spaces.
           05 op-sale-amount           pic zz,zzz,zz9.99-.
           05 filler                   pic x(01)
               value spaces.
           05 op-return-amount         pic zz,zzz,zz9.99-.
           05 filler                   pic x(01)
               value spaces.
           05 op-net-amount            pic zz,zzz,zz9.99-.
           05 filler                   pic x(03)
               value spaces.
           05 op-tier                  pic 9.
           05 filler                   pic x(03)
               value spaces.
           05 op-commission            pic zzz,zz9.99.
           05 filler                   pic x(02)
               value spaces.
           05 op-note                  pic x(22).

       01 total-line.
           05 filler                   pic x(09)
               value spaces.
           05 op-total-label           pic x(38).
           05 op-total-sale            pic zz,zzz,zz9.99-.
           05 filler                   pic x(01)
               value spaces.
           05 op-total-return          pic zz,zzz,zz9.99-.
           05 filler                   pic x(01)
               value spaces.
           05 op-total-net             pic zz,zzz,zz9.99-.
           05 filler                   pic x(03)
               value spaces.
           05 op-total-commission      pic zzz,zzz,zz9.99.

       01 signature-line-1.
           05 filler                   pic x(40)
               value "Store manager approval - commissions abo".
           05 filler                   pic x(37)
               value "ve are reviewed and approved for pay.".

       01 signature-line-2.
           05 filler                   pic x(45)
               value "Signature: ________________________________  ".
           05 filler                   pic x(20)
               value "Date: ______________".

       01 signature-line-3.
           05 filler                   pic x(45)
               value "Print name: _______________________________".

       01 payroll-count-line.
           05 filler                   pic x(34)
               value "Payroll interface records       = ".
           05 op-payroll-count         pic zzzz9.

       01 exception-count-line.
           05 filler                   pic x(34)
               value "Sellers not on operator master  = ".
           05 op-exception-count       pic zzzz9.

       01 unmatched-line.
           05 filler                   pic x(34)
               value "Returns/voids, no original sale = ".
           05 op-unmatched-count       pic zzzz9.

       01 flags.
           05 ws-eof-flag              pic x value 'N'.
           05 ws-plan-found-flag       pic x value 'N'.
               88 plan-found            value 'Y'.

       01 counters.
           05 ws-record-counter        pic 9(07) value 0.
           05 ws-selected-counter      pic 9(07) value 0.
           05 ws-payroll-counter       pic 9(05) value 0.
           05 ws-exception-counter     pic 9(05) value 0.
           05 ws-unmatched-counter     pic 9(05) value 0.
           05 ws-overflow-counter      pic 9(05) value 0.

       procedure division.

       000-Main.

           perform 040-load-run-mode.
           perform 042-load-process-date.

           accept ws-hdr-date          from date.
           accept ws-hdr-time          from time.

           if date-overridden
               move ws-process-date (3:6)
                                       to ws-hdr-date
           end-if.
           move ws-hdr-date            to ws-date.
           move ws-hdr-time            to ws-time.

           perform 050-load-commission-plan.
           perform 060-load-operator-master.
           perform 070-load-sku-master.
           perform 110-accept-pay-period.

           perform 200-scan-history.
           perform 300-compute-commissions.
           perform 350-sort-comm-table.
           perform 400-print-register.

           string "Commission lines: "  delimited by size
                  ws-comm-count         delimited by size
                  "  payroll records: " delimited by size
                  ws-payroll-counter    delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           if ws-exception-counter > 0 or
              ws-overflow-counter > 0
               string "Sellers not on operator master: "
                                       delimited by size
                      ws-exception-counter
                                       delimited by size
                      "  table full: " delimited by size
                      ws-overflow-counter
                                       delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
               move 4                  to return-code
           end-if.

           move "End of Commission Run Program."
                                       to ws-console-line.
           perform 910-put-console.

           if not batch-mode
               display "Press Enter to continue.."
               accept return-code
           end-if.

           perform 900-write-audit-record.

           goback.

       040-load-run-mode.
           open input run-mode-file.
           if ws-run-mode-status = "00"
               read run-mode-file
                   at end
                       continue
                   not at end
                       if run-mode-rec = 'B'
                           move 'Y'    to ws-batch-flag
                       end-if
               end-read
               close run-mode-file
           end-if.

       042-load-process-date.
           accept ws-process-date      from date yyyymmdd.
           open input process-date-file.
           if ws-process-date-status = "00"
               read process-date-file
                   at end
                       continue
                   not at end
                       if pd-business-date is numeric and
                          pd-business-date > 0
                           move pd-business-date
                                       to ws-process-date
                           move 'Y'    to ws-date-override-flag
                       end-if
               end-read
               close process-date-file
           end-if.

       050-load-commission-plan.
           move 'N'                    to ws-eof-flag.
           open input commission-plan.
           if ws-plan-status not = "00"
               move "No commission plan on file - nothing is payable."
                                       to ws-console-line
               perform 910-put-console
               move 'Z'                to ws-eof-flag
           else
               read commission-plan
                   at end
                       move 'Z'        to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = 'Z'
               if cp-role not = space and
                  ws-plan-count < 200
                   add 1               to ws-plan-count
                   move cp-role        to pl-role (ws-plan-count)
                   move cp-department  to pl-department
                                          (ws-plan-count)
                   perform varying ws-tier-sub from 1 by 1
                           until ws-tier-sub > 3
                       if cp-tier-floor (ws-tier-sub) is numeric and
                          cp-tier-rate (ws-tier-sub) is numeric
                           move cp-tier-floor (ws-tier-sub)
                                       to pl-tier-floor
                                          (ws-plan-count ws-tier-sub)
                           move cp-tier-rate (ws-tier-sub)
                                       to pl-tier-rate
                                          (ws-plan-count ws-tier-sub)
                       else
                           move 0      to pl-tier-floor
                                          (ws-plan-count ws-tier-sub)
                           move 0      to pl-tier-rate
                                          (ws-plan-count ws-tier-sub)
                       end-if
                   end-perform
               end-if
               read commission-plan
                   at end
                       move 'Z'        to ws-eof-flag
               end-read
           end-perform.

           move 'N'                    to ws-eof-flag.
           if ws-plan-status = "00" or ws-plan-status = "10"
               close commission-plan
           end-if.

       060-load-operator-master.
           open input operator-master.
           if ws-operator-status not = "00"
               move "No operator master on file."
                                       to ws-console-line
               perform 910-put-console
               move 'Z'                to ws-eof-flag
           else
               read operator-master
                   at end
                       move 'Z'        to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = 'Z'
               if om-operator-id not = spaces and
                  ws-operator-count < 200
                   add 1               to ws-operator-count
                   move om-operator-id to ot-operator-id
                                          (ws-operator-count)
                   move om-name        to ot-name
                                          (ws-operator-count)
                   move om-role        to ot-role
                                          (ws-operator-count)
               end-if
               read operator-master
                   at end
                       move 'Z'        to ws-eof-flag
               end-read
           end-perform.

           move 'N'                    to ws-eof-flag.
           if ws-operator-status = "00" or ws-operator-status = "10"
               close operator-master
           end-if.

       070-load-sku-master.
           open input sku-master.

           read sku-master
               at end
                   move spaces         to km-sku-code.

           perform until ws-eof-flag = 'Z'
               if km-sku-code = spaces or
                  ws-sku-master-count >= 500
                   move 'Z'                to ws-eof-flag
               else
                   add 1                   to ws-sku-master-count
                   move km-sku-code        to sk-sku-code
                                               (ws-sku-master-count)
                   move km-department      to sk-department
                                               (ws-sku-master-count)
                   read sku-master
                       at end
                           move 'Z'        to ws-eof-flag
                   end-read
               end-if
           end-perform.

           move 'N'                        to ws-eof-flag.
           close sku-master.

       110-accept-pay-period.
           if batch-mode
               move ws-process-date    to ws-period-end-in
               move cnst-default-days  to ws-period-days-in
           else
               display "Pay period end date (yyyymmdd): "
               accept ws-period-end-in

               display "Days in pay period (blank = 14): "
               accept ws-period-days-in
           end-if.

           if ws-period-end-in is not numeric
               move "Invalid pay period end - using process date"
                                       to ws-console-line
               perform 910-put-console
               move ws-process-date    to ws-period-end-in
           end-if.
           move ws-period-end-in       to ws-period-end.

           if ws-period-days-in = spaces
               move cnst-default-days  to ws-period-days
           else
               if function trim (ws-period-days-in) is numeric
                   move function numval (ws-period-days-in)
                                       to ws-period-days
               else
                   move cnst-default-days
                                       to ws-period-days
               end-if
           end-if.
           if ws-period-days = 0
               move cnst-default-days  to ws-period-days
           end-if.

           compute ws-end-int =
               function integer-of-date (ws-period-end).

           if ws-end-int = 0
               display "Invalid pay period date - no records will match"
               move 0                  to ws-start-int
               move 0                  to ws-period-start
           else
               compute ws-start-int = ws-end-int - ws-period-days + 1
               compute ws-period-start =
                   function date-of-integer (ws-start-int)
           end-if.

       200-scan-history.
           open input trans-line-register.
           if ws-line-register-status = "00"
               move 'Y'                to ws-line-register-open-flag
           end-if.

           open input trans-history.
           if ws-history-status not = "00"
               move "No transaction history on file."
                                       to ws-console-line
               perform 910-put-console
               move 'Y'                to ws-eof-flag
           else
               read trans-history
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-if.

           perform 210-process-history-record
               until ws-eof-flag = 'Y'.

           if ws-history-status = "00" or ws-history-status = "10"
               close trans-history
           end-if.
           if ws-line-register-open-flag = 'Y'
               close trans-line-register
           end-if.

       210-process-history-record.
           add 1                       to ws-record-counter.

           if in-trans-date is numeric
               compute ws-trans-int =
                   function integer-of-date (in-trans-date)
           else
               move 0                  to ws-trans-int
           end-if.

           if ws-trans-int > 0 and
              ws-trans-int <= ws-end-int
               if (in-trans-code = 'S' or in-trans-code = 'L') and
                  not invoice-line
                   perform 220-record-seller
               end-if

               if ws-trans-int >= ws-start-int and
                  not invoice-header and
                  (in-trans-code = 'S' or in-trans-code = 'L' or
                   in-trans-code = 'R' or in-trans-code = 'V')
                   add 1               to ws-selected-counter
                   perform 230-tally-record
               end-if
           end-if.

           read trans-history
               at end
                   move 'Y'            to ws-eof-flag.

       220-record-seller.
           perform 225-find-seller.
           if ws-seller-sub = 0
               if ws-seller-count < 20000
                   add 1               to ws-seller-count
                   move in-invoice-number
                                       to sl-invoice-no
                                          (ws-seller-count)
                   move in-cashier-id  to sl-cashier-id
                                          (ws-seller-count)
                   move in-store-no    to sl-store-no
                                          (ws-seller-count)
               else
                   add 1               to ws-overflow-counter
               end-if
           end-if.

       225-find-seller.
           move 0                      to ws-seller-sub.
           perform varying ws-idx-lookup from ws-seller-count by -1
                   until ws-idx-lookup < 1
               if sl-invoice-no (ws-idx-lookup) = in-invoice-number
                   move ws-idx-lookup  to ws-seller-sub
                   exit perform
               end-if
           end-perform.

       230-tally-record.
           move in-cashier-id          to ws-work-seller.
           move in-store-no            to ws-work-store.

           perform 225-find-seller.
           if ws-seller-sub > 0
               move sl-cashier-id (ws-seller-sub)
                                       to ws-work-seller
               move sl-store-no (ws-seller-sub)
                                       to ws-work-store
           else
               if in-trans-code = 'R' or in-trans-code = 'V'
                   add 1               to ws-unmatched-counter
               end-if
           end-if.

           if in-trans-code = 'V'
               perform 250-tally-voided-lines
               if ws-void-line-count > 0
                   exit paragraph
               end-if
           end-if.

           move in-sku-code            to ws-work-sku.
           perform 235-find-department.
           perform 240-find-or-add-comm.
           if ws-comm-sub = 0
               add 1                   to ws-overflow-counter
               exit paragraph
           end-if.

           evaluate in-trans-code
               when 'R'
               when 'V'
                   add 1               to ct-return-count (ws-comm-sub)
                   add in-trans-amount to ct-return-amount
                                          (ws-comm-sub)
               when other
                   add 1               to ct-sale-count (ws-comm-sub)
                   add in-trans-amount to ct-sale-amount
                                          (ws-comm-sub)
           end-evaluate.

       235-find-department.
           move "*UNLISTED*"           to ws-work-department.
           if ws-sku-master-count > 0
               set sku-idx             to 1
               search sku-master-entry
                   at end
                       continue
                   when sk-sku-code (sku-idx) = ws-work-sku
                       move sk-department (sku-idx)
                                       to ws-work-department
               end-search
           end-if.

       240-find-or-add-comm.
           move 0                      to ws-comm-sub.
           perform varying ws-idx-lookup from 1 by 1
                   until ws-idx-lookup > ws-comm-count
               if ct-store-no (ws-idx-lookup) = ws-work-store and
                  ct-cashier-id (ws-idx-lookup) = ws-work-seller and
                  ct-department (ws-idx-lookup) = ws-work-department
                   move ws-idx-lookup  to ws-comm-sub
                   exit perform
               end-if
           end-perform.

           if ws-comm-sub = 0 and ws-comm-count < 2000
               add 1                   to ws-comm-count
               move ws-comm-count      to ws-comm-sub
               move ws-work-store      to ct-store-no (ws-comm-sub)
               move ws-work-seller     to ct-cashier-id (ws-comm-sub)
               move ws-work-department to ct-department (ws-comm-sub)
               move 0                  to ct-sale-count (ws-comm-sub)
               move 0                  to ct-sale-amount (ws-comm-sub)
               move 0                  to ct-return-count
                                          (ws-comm-sub)
               move 0                  to ct-return-amount
                                          (ws-comm-sub)
               move 0                  to ct-net-amount (ws-comm-sub)
               move 0                  to ct-tier-reached
                                          (ws-comm-sub)
               move 0                  to ct-commission (ws-comm-sub)
               move spaces             to ct-note (ws-comm-sub)
           end-if.

       250-tally-voided-lines.
           move 0                      to ws-void-line-count.
           if ws-line-register-open-flag = 'N'
               exit paragraph
           end-if.
           perform 252-start-voided-lines.
           perform until ws-void-line-eof-flag = 'Y'
               perform 254-read-voided-line
               if ws-void-line-eof-flag = 'N'
                   add 1               to ws-void-line-count
                   move tl-sku-code    to ws-work-sku
                   perform 235-find-department
                   perform 240-find-or-add-comm
                   if ws-comm-sub = 0
                       add 1           to ws-overflow-counter
                   else
                       add 1           to ct-return-count
                                          (ws-comm-sub)
                       add tl-ext-amount
                                       to ct-return-amount
                                          (ws-comm-sub)
                   end-if
               end-if
           end-perform.

       252-start-voided-lines.
           move 'N'                    to ws-void-line-eof-flag.
           move in-invoice-number      to tl-invoice-no.
           move 0                      to tl-line-no.
           start trans-line-register
               key is >= tl-key
               invalid key
                   move 'Y'            to ws-void-line-eof-flag
           end-start.

       254-read-voided-line.
           perform until ws-void-line-eof-flag = 'Y'
               read trans-line-register next record
                   at end
                       move 'Y'        to ws-void-line-eof-flag
                   not at end
                       if tl-invoice-no not = in-invoice-number
                           move 'Y'    to ws-void-line-eof-flag
                       end-if
               end-read
               if ws-void-line-eof-flag = 'N' and
                  tl-trans-code = 'S' and
                  tl-disposition = "VOIDED"
                   exit perform
               end-if
           end-perform.

       300-compute-commissions.
           perform 310-compute-line
               varying ws-comm-sub from 1 by 1
               until ws-comm-sub > ws-comm-count.

       310-compute-line.
           compute ct-net-amount (ws-comm-sub) =
               ct-sale-amount (ws-comm-sub)
                   - ct-return-amount (ws-comm-sub).

           perform 320-find-operator.
           if ws-operator-sub = 0
               move "NOT ON OPERATOR MASTER"
                                       to ct-note (ws-comm-sub)
               add 1                   to ws-exception-counter
               exit paragraph
           end-if.

           perform 330-find-plan.
           if not plan-found
               move "NO PLAN FOR ROLE/DEPT"
                                       to ct-note (ws-comm-sub)
               exit paragraph
           end-if.

           if ct-net-amount (ws-comm-sub) <= 0
               move "NO NET SALES"     to ct-note (ws-comm-sub)
               exit paragraph
           end-if.

           perform 340-apply-tiers.

       320-find-operator.
           move 0                      to ws-operator-sub.
           move space                  to ws-work-role.
           perform varying ws-idx-lookup from 1 by 1
                   until ws-idx-lookup > ws-operator-count
               if ot-operator-id (ws-idx-lookup) =
                       ct-cashier-id (ws-comm-sub)
                   move ws-idx-lookup  to ws-operator-sub
                   move ot-role (ws-idx-lookup)
                                       to ws-work-role
                   exit perform
               end-if
           end-perform.

       330-find-plan.
           move 'N'                    to ws-plan-found-flag.
           move 0                      to ws-plan-sub.
           perform varying ws-idx-lookup from 1 by 1
                   until ws-idx-lookup > ws-plan-count
               if pl-role (ws-idx-lookup) = ws-work-role and
                  pl-department (ws-idx-lookup) =
                       ct-department (ws-comm-sub)
                   move ws-idx-lookup  to ws-plan-sub
                   move 'Y'            to ws-plan-found-flag
                   exit perform
               end-if
           end-perform.

           if not plan-found
               perform varying ws-idx-lookup from 1 by 1
                       until ws-idx-lookup > ws-plan-count
                   if pl-role (ws-idx-lookup) = ws-work-role and
                      pl-department (ws-idx-lookup) =
                           cnst-all-departments
                       move ws-idx-lookup
                                       to ws-plan-sub
                       move 'Y'        to ws-plan-found-flag
                       exit perform
                   end-if
               end-perform
           end-if.

       340-apply-tiers.
           move 0                      to ct-commission (ws-comm-sub).
           move 0                      to ct-tier-reached (ws-comm-sub).

           perform varying ws-tier-sub from 1 by 1
                   until ws-tier-sub > 3
               if ws-tier-sub > 1 and
                  pl-tier-floor (ws-plan-sub ws-tier-sub) <=
                       pl-tier-floor (ws-plan-sub ws-tier-sub - 1)
                   exit perform
               end-if
               if ct-net-amount (ws-comm-sub) <=
                       pl-tier-floor (ws-plan-sub ws-tier-sub)
                   exit perform
               end-if

               move ct-net-amount (ws-comm-sub)
                                       to ws-tier-ceiling
               if ws-tier-sub < 3
                   compute ws-tier-next = ws-tier-sub + 1
                   if pl-tier-floor (ws-plan-sub ws-tier-next) >
                           pl-tier-floor (ws-plan-sub ws-tier-sub) and
                      pl-tier-floor (ws-plan-sub ws-tier-next) <
                           ws-tier-ceiling
                       move pl-tier-floor (ws-plan-sub ws-tier-next)
                                       to ws-tier-ceiling
                   end-if
               end-if

               compute ws-tier-portion =
                   ws-tier-ceiling
                       - pl-tier-floor (ws-plan-sub ws-tier-sub)
               compute ws-tier-amount rounded =
                   ws-tier-portion
                       * pl-tier-rate (ws-plan-sub ws-tier-sub)
               add ws-tier-amount      to ct-commission (ws-comm-sub)
               move ws-tier-sub        to ct-tier-reached (ws-comm-sub)
           end-perform.

       350-sort-comm-table.
           perform varying ws-sort-i from 2 by 1
                   until ws-sort-i > ws-comm-count
               move comm-entry (ws-sort-i)
                                       to ws-temp-comm-entry
               move ws-sort-i          to ws-sort-j

               perform until ws-sort-j <= 1
                   compute ws-sort-j-1 = ws-sort-j - 1
                   if comm-entry (ws-sort-j-1) (1:19) <=
                           tmp-sort-key
                       exit perform
                   end-if
                   move comm-entry (ws-sort-j-1)
                                       to comm-entry (ws-sort-j)
                   move ws-sort-j-1    to ws-sort-j
               end-perform

               move ws-temp-comm-entry
                                       to comm-entry (ws-sort-j)
           end-perform.

       400-print-register.
           open output output-file.
           open output payroll-file.
           open input store-master.

           write output-line           from team-title.
           write output-line           from main-heading
               after advancing 1 line.
           write output-line           from title-heading
               after advancing 1 line.

           move ws-period-start        to op-period-start.
           move ws-period-end          to op-period-end.
           move ws-period-days         to op-period-days.
           write output-line           from period-line
               after advancing 2 lines.
           write output-line           from legend-line-1
               after advancing 1 line.
           write output-line           from legend-line-2
               after advancing 1 line.

           move spaces                 to ws-break-store.
           move spaces                 to ws-break-cashier.

           perform varying ws-comm-sub from 1 by 1
                   until ws-comm-sub > ws-comm-count
               if ct-store-no (ws-comm-sub) not = ws-break-store
                   if ws-break-store not = spaces
                       perform 430-print-employee-total
                       perform 440-print-store-total
                   end-if
                   perform 410-print-store-heading
               else
                   if ct-cashier-id (ws-comm-sub) not =
                           ws-break-cashier
                       perform 430-print-employee-total
                   end-if
               end-if
               perform 420-print-detail
           end-perform.

           if ws-break-store not = spaces
               perform 430-print-employee-total
               perform 440-print-store-total
           end-if.

           perform 450-print-footer.

           if ws-store-master-status = "00"
               close store-master
           end-if.
           close output-file,
                 payroll-file.

       410-print-store-heading.
           move ct-store-no (ws-comm-sub)
                                       to ws-break-store.
           move spaces                 to ws-break-cashier.
           move 0                      to ws-store-sale-amount.
           move 0                      to ws-store-return-amount.
           move 0                      to ws-store-net-amount.
           move 0                      to ws-store-commission.

           move ws-break-store         to op-store-no.
           move spaces                 to op-store-name.
           if ws-store-master-status = "00"
               move ws-break-store     to sm-store-no
               read store-master
                   key is sm-store-no
                   invalid key
                       move "*NOT ON MASTER*"
                                       to op-store-name
                   not invalid key
                       move sm-store-name
                                       to op-store-name
               end-read
           end-if.

           write output-line           from store-heading
               after advancing 3 lines.
           write output-line           from detail-heading
               after advancing 1 line.

       420-print-detail.
           if ct-cashier-id (ws-comm-sub) not = ws-break-cashier
               move ct-cashier-id (ws-comm-sub)
                                       to ws-break-cashier
               move 0                  to ws-emp-sale-amount
               move 0                  to ws-emp-return-amount
               move 0                  to ws-emp-net-amount
               move 0                  to ws-emp-commission
               perform 320-find-operator
               if ws-operator-sub > 0
                   move ot-name (ws-operator-sub)
                                       to ws-work-name
               else
                   move spaces         to ws-work-name
               end-if
               move ct-cashier-id (ws-comm-sub)
                                       to op-cashier-id
               move ws-work-name       to op-emp-name
               move ws-work-role       to op-role
           else
               move spaces             to op-cashier-id
               move spaces             to op-emp-name
               move space              to op-role
           end-if.

           move ct-department (ws-comm-sub)
                                       to op-department.
           move ct-sale-amount (ws-comm-sub)
                                       to op-sale-amount.
           move ct-return-amount (ws-comm-sub)
                                       to op-return-amount.
           move ct-net-amount (ws-comm-sub)
                                       to op-net-amount.
           move ct-tier-reached (ws-comm-sub)
                                       to op-tier.
           move ct-commission (ws-comm-sub)
                                       to op-commission.
           move ct-note (ws-comm-sub)  to op-note.
           write output-line           from detail-line
               after advancing 1 line.

           add ct-sale-amount (ws-comm-sub)
                                       to ws-emp-sale-amount.
           add ct-return-amount (ws-comm-sub)
                                       to ws-emp-return-amount.
           add ct-net-amount (ws-comm-sub)
                                       to ws-emp-net-amount.
           add ct-commission (ws-comm-sub)
                                       to ws-emp-commission.

       430-print-employee-total.
           move "EMPLOYEE TOTAL"       to op-total-label.
           move ws-emp-sale-amount     to op-total-sale.
           move ws-emp-return-amount   to op-total-return.
           move ws-emp-net-amount      to op-total-net.
           move ws-emp-commission      to op-total-commission.
           write output-line           from total-line
               after advancing 1 line.
           move spaces                 to output-line.
           write output-line
               after advancing 1 line.

           if ws-emp-commission > 0
               perform 435-write-payroll-record
           end-if.

           add ws-emp-sale-amount      to ws-store-sale-amount.
           add ws-emp-return-amount    to ws-store-return-amount.
           add ws-emp-net-amount       to ws-store-net-amount.
           add ws-emp-commission       to ws-store-commission.

       435-write-payroll-record.
           move spaces                 to payroll-rec.
           move ws-break-cashier       to py-employee-id.
           move ws-work-name           to py-employee-name.
           move ws-break-store         to py-store-no.
           move ws-period-start        to py-period-start.
           move ws-period-end          to py-period-end.
           move cnst-earnings-code     to py-earnings-code.
           move ws-emp-net-amount      to py-net-sales.
           move ws-emp-commission      to py-commission-amount.
           write payroll-rec.
           add 1                       to ws-payroll-counter.

       440-print-store-total.
           move "STORE TOTAL"          to op-total-label.
           move ws-store-sale-amount   to op-total-sale.
           move ws-store-return-amount to op-total-return.
           move ws-store-net-amount    to op-total-net.
           move ws-store-commission    to op-total-commission.
           write output-line           from total-line
               after advancing 1 line.

           write output-line           from signature-line-1
               after advancing 2 lines.
           write output-line           from signature-line-2
               after advancing 2 lines.
           write output-line           from signature-line-3
               after advancing 2 lines.

           add ws-store-sale-amount    to ws-chain-sale-amount.
           add ws-store-return-amount  to ws-chain-return-amount.
           add ws-store-net-amount     to ws-chain-net-amount.
           add ws-store-commission     to ws-chain-commission.

       450-print-footer.
           move "CHAIN TOTAL"          to op-total-label.
           move ws-chain-sale-amount   to op-total-sale.
           move ws-chain-return-amount to op-total-return.
           move ws-chain-net-amount    to op-total-net.
           move ws-chain-commission    to op-total-commission.
           write output-line           from total-line
               after advancing 3 lines.

           move ws-payroll-counter     to op-payroll-count.
           write output-line           from payroll-count-line
               after advancing 2 lines.
           move ws-exception-counter   to op-exception-count.
           write output-line           from exception-count-line
               after advancing 1 line.
           move ws-unmatched-counter   to op-unmatched-count.
           write output-line           from unmatched-line
               after advancing 1 line.

       910-put-console.
           if batch-mode
               open extend console-log
               if ws-console-status = "35"
                   open output console-log
                   close console-log
                   open extend console-log
               end-if
               write console-rec       from ws-console-line
               close console-log
           else
               display ws-console-line
           end-if.
           move spaces                 to ws-console-line.

       900-write-audit-record.
           open extend audit-log.
           if ws-audit-status = "35"
               open output audit-log
               close audit-log
               open extend audit-log
           end-if.

           move "CommissionRun"            to au-program-name.
           move ws-date                    to au-run-date.
           move ws-time                    to au-run-time.
           move ws-record-counter          to au-input-count.
           move ws-payroll-counter         to au-output-count.
           move return-code                to au-return-code.

           write audit-rec.
           close audit-log.

       end program CommissionRun.
