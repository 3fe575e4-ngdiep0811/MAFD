       identification division.
       program-id. PeriodClose.
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

           select period-status-file
               assign to "../../../data/fiscal-period-status.dat"
                   organization is line sequential
                   file status is ws-period-status-status.

           select close-history
               assign to "../../../data/period-close-history.dat"
                   organization is line sequential
                   file status is ws-close-history-status.

           select close-log
               assign to "../../../data/period-close-log.dat"
                   organization is line sequential
                   file status is ws-close-log-status.

           select output-file
               assign to "../../../data/period-close-cert.out"
                   organization is line sequential.

           select store-master
               assign to "../../../data/store-master.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is sm-store-no
                   file status is ws-store-master-status.

           select audit-log
               assign to "../../../data/audit-trail.dat"
                   organization is line sequential
                   file status is ws-audit-status.

           select operator-input
               assign to "../../../data/periodclose-input.dat"
                   organization is line sequential
                   file status is ws-script-status.

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

       fd period-status-file
           data record is period-status-rec
           record contains 56 characters.
       01 period-status-rec.
           05 ps-fiscal-year           pic 9(04).
           05 ps-period                pic 99.
           05 ps-status                pic x.
           05 ps-close-seq             pic 99.
           05 ps-close-date            pic 9(08).
           05 ps-closed-by             pic x(10).
           05 ps-reopen-count          pic 99.
           05 ps-reopen-date           pic 9(08).
           05 ps-reopened-by           pic x(10).
           05 filler                   pic x(09).

       fd close-history
           data record is close-history-rec
           record contains 180 characters.
       01 close-history-rec.
           05 ph-fiscal-year           pic 9(04).
           05 ph-period                pic 99.
           05 ph-close-seq             pic 99.
           05 ph-close-date            pic 9(08).
           05 ph-closed-by             pic x(10).
           05 ph-period-start          pic 9(08).
           05 ph-period-end            pic 9(08).
           05 ph-store-no              pic xx.
           05 ph-ptd-s-count           pic 9(07).
           05 ph-ptd-s-amount          pic 9(09)v99.
           05 ph-ptd-l-count           pic 9(07).
           05 ph-ptd-l-amount          pic 9(09)v99.
           05 ph-ptd-r-count           pic 9(07).
           05 ph-ptd-r-amount          pic 9(09)v99.
           05 ph-ptd-net-amount        pic s9(09)v99.
           05 ph-ytd-s-count           pic 9(07).
           05 ph-ytd-s-amount          pic 9(09)v99.
           05 ph-ytd-l-count           pic 9(07).
           05 ph-ytd-l-amount          pic 9(09)v99.
           05 ph-ytd-r-count           pic 9(07).
           05 ph-ytd-r-amount          pic 9(09)v99.
           05 ph-ytd-net-amount        pic s9(09)v99.
           05 filler                   pic x(06).

       fd close-log
           data record is close-log-rec
           record contains 77 characters.
       01 close-log-rec.
           05 cl-run-date              pic x(08).
           05 cl-run-time              pic x(08).
           05 cl-operator              pic x(10).
           05 cl-action                pic x.
           05 cl-fiscal-year           pic 9(04).
           05 cl-period                pic 99.
           05 cl-close-seq             pic 99.
           05 cl-reopen-count          pic 99.
           05 cl-reason                pic x(40).

       fd output-file
           data record is output-line
           record contains 132 characters.
       01 output-line                  pic x(132).

       fd store-master
           data record is store-master-rec
           record contains 49 characters.
       01 store-master-rec.
           05 sm-store-no              pic xx.
           05 sm-store-name            pic x(20).
           05 sm-active-flag           pic x.
           05 sm-tax-rate               pic 9v9999.
           05 sm-invoice-min           pic 9(06).
           05 sm-invoice-max           pic 9(06).
           05 sm-review-limit          pic 9(07)v99.

       fd audit-log
           data record is audit-rec.
       01 audit-rec.
           05 au-program-name          pic x(20).
           05 au-run-date              pic x(08).
           05 au-run-time              pic x(08).
           05 au-input-count           pic 9(07).
           05 au-output-count          pic 9(07).
           05 au-return-code           pic 9(03).

       fd operator-input
           data record is operator-input-rec
           record contains 44 characters.
       01 operator-input-rec           pic x(44).

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
       01 ws-script-status              pic xx value spaces.
       01 ws-script-eof-flag            pic x value 'N'.
       01 ws-script-line                pic x(44) value spaces.

       01 ws-history-status             pic xx value spaces.
       01 ws-period-status-status       pic xx value spaces.
       01 ws-close-history-status       pic xx value spaces.
       01 ws-close-log-status           pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.
       01 ws-store-master-status        pic xx value spaces.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.

       01 ws-operator                   pic x(10) value spaces.
       01 ws-function                   pic x value spaces.
           88 close-requested            value 'C'.
           88 reopen-requested           value 'R'.
       01 ws-year-in                    pic x(04) value spaces.
       01 ws-period-in                  pic x(02) value spaces.
       01 ws-reason                     pic x(40) value spaces.
       01 ws-close-year                 pic 9(04) value 0.
       01 ws-close-period               pic 99 value 0.
       01 ws-default-year               pic 9(04) value 0.
       01 ws-default-period             pic 99 value 0.
       01 ws-work-int                   pic 9(08) value 0.

       01 sign-on-comm.
           05 so-operator-id           pic x(10).
           05 so-password              pic x(10).
           05 so-status                pic x.
               88 sign-on-good           value 'Y'.
           05 so-name                  pic x(20).
           05 so-role                  pic x.
           05 so-approval-limit        pic 9(07)v99.

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

       01 ws-status-count               pic 9(03) value 0.
       01 period-status-table.
           05 period-status-entry       occurs 1 to 200 times
                                         depending on ws-status-count.
               10 pe-fiscal-year        pic 9(04).
               10 pe-period             pic 99.
               10 pe-status             pic x.
               10 pe-close-seq          pic 99.
               10 pe-close-date         pic 9(08).
               10 pe-closed-by          pic x(10).
               10 pe-reopen-count       pic 99.
               10 pe-reopen-date        pic 9(08).
               10 pe-reopened-by        pic x(10).
       01 ws-status-sub                 pic 9(03) value 0.
       01 ws-found-sub                  pic 9(03) value 0.

       01 ws-store-count                pic 99 value 0.
       01 store-table.
           05 store-entry               occurs 1 to 99 times
                                         depending on ws-store-count.
               10 st-store-no           pic xx.
               10 st-store-name         pic x(20).

       01 close-totals.
           05 close-totals-entry        occurs 101 times.
               10 ct-ptd-s-count        pic 9(07).
               10 ct-ptd-s-amount       pic 9(09)v99.
               10 ct-ptd-l-count        pic 9(07).
               10 ct-ptd-l-amount       pic 9(09)v99.
               10 ct-ptd-r-count        pic 9(07).
               10 ct-ptd-r-amount       pic 9(09)v99.
               10 ct-ytd-s-count        pic 9(07).
               10 ct-ytd-s-amount       pic 9(09)v99.
               10 ct-ytd-l-count        pic 9(07).
               10 ct-ytd-l-amount       pic 9(09)v99.
               10 ct-ytd-r-count        pic 9(07).
               10 ct-ytd-r-amount       pic 9(09)v99.

       01 ws-unknown-sub                pic 9(03) value 100.
       01 ws-chain-sub                  pic 9(03) value 101.
       01 ws-store-sub                  pic 9(03) value 0.
       01 ws-idx-lookup                 pic 9(03) value 0.
       01 ws-net-amount                 pic s9(09)v99 value 0.
       01 ws-history-store-no           pic xx value spaces.

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
               value "GROUP PROJECT - MFD-28".

       01 title-heading.
           05 filler                   pic x(22)
               value spaces.
           05 filler                   pic x(31)
               value "FISCAL PERIOD CLOSE CERTIFICATE".

       01 period-line.
           05 filler                   pic x(13)
               value "Fiscal year: ".
           05 op-fiscal-year           pic 9(04).
           05 filler                   pic x(10)
               value "  Period: ".
           05 op-fiscal-period         pic 99.
           05 filler                   pic x(02)
               value " (".
           05 op-period-weeks          pic 9.
           05 filler                   pic x(14)
               value " weeks)  From ".
           05 op-period-start          pic 9(08).
           05 filler                   pic x(04)
               value " To ".
           05 op-period-end            pic 9(08).

       01 year-line.
           05 filler                   pic x(18)
               value "Year to date from ".
           05 op-year-start            pic 9(08).
           05 filler                   pic x(04)
               value " To ".
           05 op-year-end              pic 9(08).

       01 close-line.
           05 filler                   pic x(11)
               value "Close no.: ".
           05 op-close-seq             pic z9.
           05 filler                   pic x(14)
               value "   Closed by: ".
           05 op-closed-by             pic x(10).
           05 filler                   pic x(18)
               value "   Business date: ".
           05 op-close-date            pic 9(08).

       01 reopen-line.
           05 filler                   pic x(19)
               value "Previously reopened".
           05 op-reopen-count          pic z9.
           05 filler                   pic x(19)
               value " time(s) - last on ".
           05 op-reopen-date           pic 9(08).
           05 filler                   pic x(04)
               value " by ".
           05 op-reopened-by           pic x(10).

       01 detail-heading-1.
           05 filler                   pic x(23)
               value "STORE".
           05 filler                   pic x(05)
               value "TYPE".
           05 filler                   pic x(25)
               value "        SALES (S)".
           05 filler                   pic x(25)
               value "       LEASES (L)".
           05 filler                   pic x(25)
               value "      RETURNS (R)".
           05 filler                   pic x(17)
               value "              NET".

       01 detail-heading-2.
           05 filler                   pic x(28)
               value spaces.
           05 filler                   pic x(25)
               value "    CNT           AMOUNT".
           05 filler                   pic x(25)
               value "    CNT           AMOUNT".
           05 filler                   pic x(25)
               value "    CNT           AMOUNT".
           05 filler                   pic x(17)
               value "          AMOUNT".

       01 detail-line.
           05 op-store-no              pic xx.
           05 filler                   pic x(01)
               value spaces.
           05 op-store-name            pic x(20).
           05 filler                   pic x(01)
               value spaces.
           05 op-basis                 pic x(03).
           05 filler                   pic x(01)
               value spaces.
           05 op-s-count               pic zzzzzz9.
           05 filler                   pic x(01)
               value spaces.
           05 op-s-amount              pic z,zzz,zzz,zz9.99.
           05 filler                   pic x(01)
               value spaces.
           05 op-l-count               pic zzzzzz9.
           05 filler                   pic x(01)
               value spaces.
           05 op-l-amount              pic z,zzz,zzz,zz9.99.
           05 filler                   pic x(01)
               value spaces.
           05 op-r-count               pic zzzzzz9.
           05 filler                   pic x(01)
               value spaces.
           05 op-r-amount              pic z,zzz,zzz,zz9.99.
           05 filler                   pic x(01)
               value spaces.
           05 op-net-amount            pic z,zzz,zzz,zz9.99-.

       01 certify-line-1.
           05 filler                   pic x(40)
               value "The period-to-date and year-to-date tota".
           05 filler                   pic x(40)
               value "ls above are frozen as of this close.   ".

       01 certify-line-2.
           05 filler                   pic x(40)
               value "Transactions dated in this fiscal period".
           05 filler                   pic x(40)
               value " are rejected by the edit run until the ".

       01 certify-line-3.
           05 filler                   pic x(40)
               value "period is reopened on the period close l".
           05 filler                   pic x(40)
               value "og by an authorized operator.           ".

       01 signature-line-1.
           05 filler                   pic x(45)
               value "Controller: _______________________________  ".
           05 filler                   pic x(20)
               value "Date: ______________".

       01 signature-line-2.
           05 filler                   pic x(45)
               value "Print name: _______________________________".

       01 unmatched-store-line.
           05 filler                   pic x(40)
               value "Records for stores not on store master: ".
           05 op-unmatched-count       pic zzzzzz9.

       01 counters.
           05 ws-record-count          pic 9(07) value 0.
           05 ws-history-count         pic 9(07) value 0.
           05 ws-unmatched-count       pic 9(07) value 0.

       01 flags.
           05 ws-eof-flag              pic x value 'N'.
           05 ws-done-flag             pic x value 'N'.

       procedure division.

       000-Main.

           perform 040-load-run-mode.
           perform 042-load-process-date.
           perform 045-open-operator-input.

           accept ws-date              from date.
           accept ws-time              from time.
           accept ws-hdr-date          from date.
           accept ws-hdr-time          from time.

           if date-overridden
               move ws-process-date (3:6)
                                       to ws-date
               move ws-process-date (3:6)
                                       to ws-hdr-date
           end-if.

           move "Fiscal Period Close"  to ws-console-line.
           perform 910-put-console.

           perform 130-sign-on.

           evaluate true
               when not sign-on-good
                   move "Sign-on failed - no periods closed."
                                       to ws-console-line
                   perform 910-put-console
                   move 8              to return-code
                   move 'Y'            to ws-done-flag
               when so-role not = 'M' and so-role not = 'S'
                   move "Operator not authorized for period close."
                                       to ws-console-line
                   perform 910-put-console
                   move 8              to return-code
                   move 'Y'            to ws-done-flag
               when other
                   continue
           end-evaluate.

           if ws-done-flag = 'N'
               perform 110-load-period-status
               perform 200-get-request
           end-if.

           if ws-done-flag = 'N'
               evaluate true
                   when close-requested
                       perform 300-close-period
                   when reopen-requested
                       perform 400-reopen-period
                   when other
                       continue
               end-evaluate
           end-if.

           if batch-mode and ws-script-status = "00"
               close operator-input
           end-if.

           move "End of Period Close Program."
                                       to ws-console-line.
           perform 910-put-console.

           if not batch-mode
               display "Press Enter to continue.."
               accept return-code
           end-if.

           perform 900-write-audit-record.

           goback.

       050-load-store-master.
           move 0                      to ws-store-count.
           move 'N'                    to ws-eof-flag.

           open input store-master.
           if ws-store-master-status not = "00"
               move 'Y'                to ws-eof-flag
           else
               read store-master next record
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = 'Y'
               if ws-store-count < 99
                   add 1               to ws-store-count
                   move sm-store-no    to st-store-no (ws-store-count)
                   move sm-store-name  to st-store-name
                                          (ws-store-count)
               end-if
               read store-master next record
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           if ws-store-master-status = "00" or
              ws-store-master-status = "10"
               close store-master
           end-if.

       110-load-period-status.
           move 0                      to ws-status-count.
           move 'N'                    to ws-eof-flag.

           open input period-status-file.
           if ws-period-status-status not = "00"
               move 'Y'                to ws-eof-flag
           else
               read period-status-file
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = 'Y'
               if ps-fiscal-year is numeric and
                  ws-status-count < 200
                   add 1               to ws-status-count
                   move ps-fiscal-year to pe-fiscal-year
                                          (ws-status-count)
                   move ps-period      to pe-period (ws-status-count)
                   move ps-status      to pe-status (ws-status-count)
                   move ps-close-seq   to pe-close-seq
                                          (ws-status-count)
                   move ps-close-date  to pe-close-date
                                          (ws-status-count)
                   move ps-closed-by   to pe-closed-by
                                          (ws-status-count)
                   move ps-reopen-count
                                       to pe-reopen-count
                                          (ws-status-count)
                   move ps-reopen-date to pe-reopen-date
                                          (ws-status-count)
                   move ps-reopened-by to pe-reopened-by
                                          (ws-status-count)
               end-if
               read period-status-file
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           if ws-period-status-status = "00" or
              ws-period-status-status = "10"
               close period-status-file
           end-if.

       130-sign-on.
           if not batch-mode
               display "Operator ID: "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:10)  to so-operator-id.

           if not batch-mode
               display "Password: "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:10)  to so-password.

           call "SignOn"               using sign-on-comm.

           if sign-on-good
               move so-operator-id     to ws-operator
           end-if.

       200-get-request.
           perform 210-find-default-period.

           if not batch-mode
               display "Function (C = close, R = reopen): "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:1)   to ws-function.
           evaluate ws-function
               when 'c'
                   move 'C'            to ws-function
               when 'r'
                   move 'R'            to ws-function
           end-evaluate.

           if not close-requested and not reopen-requested
               move "Invalid function - no action taken."
                                       to ws-console-line
               perform 910-put-console
               move 8                  to return-code
               move 'Y'                to ws-done-flag
               exit paragraph
           end-if.

           if not batch-mode
               display "Fiscal year (yyyy, blank = last period"
                       " ended): "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:4)   to ws-year-in.

           if not batch-mode
               display "Fiscal period (01-12, blank = last period"
                       " ended): "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:2)   to ws-period-in.
           if ws-period-in (2:1) = space and
              ws-period-in (1:1) not = space
               move ws-period-in (1:1) to ws-period-in (2:1)
               move "0"                to ws-period-in (1:1)
           end-if.

           if ws-year-in = spaces
               move ws-default-year    to ws-close-year
           else
               if ws-year-in is numeric
                   move ws-year-in     to ws-close-year
               else
                   move 0              to ws-close-year
               end-if
           end-if.

           if ws-period-in = spaces
               move ws-default-period  to ws-close-period
           else
               if ws-period-in is numeric
                   move ws-period-in   to ws-close-period
               else
                   move 0              to ws-close-period
               end-if
           end-if.

           move 'P'                    to fp-function.
           move ws-close-year          to fp-fiscal-year.
           move ws-close-period        to fp-period.
           call "FiscalCalendar"       using fiscal-calendar-comm.

           if not fiscal-period-found
               move "Fiscal period not on fiscal calendar - no action."
                                       to ws-console-line
               perform 910-put-console
               move 8                  to return-code
               move 'Y'                to ws-done-flag
               exit paragraph
           end-if.

           if reopen-requested
               if not batch-mode
                   display "Reason for reopening: "
               end-if
               perform 920-get-reply
               move ws-script-line (1:40)
                                       to ws-reason
               if ws-reason = spaces
                   move "A reason is required to reopen a period."
                                       to ws-console-line
                   perform 910-put-console
                   move 8              to return-code
                   move 'Y'            to ws-done-flag
                   exit paragraph
               end-if
           else
               move "PERIOD CLOSED"    to ws-reason
           end-if.

           perform 220-find-status-entry.

       210-find-default-period.
           move 'D'                    to fp-function.
           move ws-process-date        to fp-request-date.
           call "FiscalCalendar"       using fiscal-calendar-comm.

           compute ws-work-int =
               function integer-of-date (fp-period-start) - 1.
           move 'D'                    to fp-function.
           compute fp-request-date =
               function date-of-integer (ws-work-int).
           call "FiscalCalendar"       using fiscal-calendar-comm.

           move fp-fiscal-year         to ws-default-year.
           move fp-period              to ws-default-period.

       220-find-status-entry.
           move 0                      to ws-found-sub.
           perform varying ws-status-sub from 1 by 1
                   until ws-status-sub > ws-status-count
               if pe-fiscal-year (ws-status-sub) = fp-fiscal-year and
                  pe-period (ws-status-sub) = fp-period
                   move ws-status-sub  to ws-found-sub
                   exit perform
               end-if
           end-perform.

       300-close-period.
           if ws-found-sub > 0
               if pe-status (ws-found-sub) = 'C'
                   string "Fiscal period "    delimited by size
                          fp-fiscal-year      delimited by size
                          "-"                 delimited by size
                          fp-period           delimited by size
                          " is already closed."
                                              delimited by size
                          into ws-console-line
                   end-string
                   perform 910-put-console
                   move 4              to return-code
                   exit paragraph
               end-if
           end-if.

           if fp-period-end >= ws-process-date
               string "Fiscal period "        delimited by size
                      fp-fiscal-year          delimited by size
                      "-"                     delimited by size
                      fp-period               delimited by size
                      " has not ended - close refused."
                                              delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
               move 8                  to return-code
               exit paragraph
           end-if.

           perform 050-load-store-master.
           perform 310-accumulate-totals.

           if ws-found-sub = 0
               if ws-status-count < 200
                   add 1               to ws-status-count
                   move ws-status-count
                                       to ws-found-sub
                   move fp-fiscal-year to pe-fiscal-year (ws-found-sub)
                   move fp-period      to pe-period (ws-found-sub)
                   move 0              to pe-close-seq (ws-found-sub)
                   move 0              to pe-reopen-count
                                          (ws-found-sub)
                   move 0              to pe-reopen-date
                                          (ws-found-sub)
                   move spaces         to pe-reopened-by
                                          (ws-found-sub)
               else
                   move "Period status table full - close refused."
                                       to ws-console-line
                   perform 910-put-console
                   move 8              to return-code
                   exit paragraph
               end-if
           end-if.

           move 'C'                    to pe-status (ws-found-sub).
           add 1                       to pe-close-seq (ws-found-sub).
           move ws-process-date        to pe-close-date (ws-found-sub).
           move ws-operator            to pe-closed-by (ws-found-sub).

           perform 500-save-period-status.
           perform 340-write-close-history.
           perform 600-write-close-log.
           perform 700-print-certificate.

           string "Fiscal period "            delimited by size
                  fp-fiscal-year              delimited by size
                  "-"                         delimited by size
                  fp-period                   delimited by size
                  " closed - certificate printed."
                                              delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           if ws-unmatched-count > 0 and return-code < 4
               move 4                  to return-code
           end-if.

       310-accumulate-totals.
           perform varying ws-store-sub from 1 by 1
                   until ws-store-sub > 101
               move 0                  to ct-ptd-s-count (ws-store-sub)
               move 0                  to ct-ptd-s-amount (ws-store-sub)
               move 0                  to ct-ptd-l-count (ws-store-sub)
               move 0                  to ct-ptd-l-amount (ws-store-sub)
               move 0                  to ct-ptd-r-count (ws-store-sub)
               move 0                  to ct-ptd-r-amount (ws-store-sub)
               move 0                  to ct-ytd-s-count (ws-store-sub)
               move 0                  to ct-ytd-s-amount (ws-store-sub)
               move 0                  to ct-ytd-l-count (ws-store-sub)
               move 0                  to ct-ytd-l-amount (ws-store-sub)
               move 0                  to ct-ytd-r-count (ws-store-sub)
               move 0                  to ct-ytd-r-amount (ws-store-sub)
           end-perform.
           move 'N'                    to ws-eof-flag.

           open input trans-history.
           if ws-history-status not = "00"
               move "No transaction history on file - totals are zero."
                                       to ws-console-line
               perform 910-put-console
               move 'Y'                to ws-eof-flag
           else
               read trans-history
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = 'Y'
               add 1                   to ws-record-count
               if in-trans-date is numeric and
                  not invoice-line and
                  in-trans-date >= fp-year-start and
                  in-trans-date <= fp-period-end
                   perform 320-find-store
                   perform 330-tally-record
               end-if
               read trans-history
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           if ws-history-status = "00" or ws-history-status = "10"
               close trans-history
           end-if.

           perform varying ws-idx-lookup from 1 by 1
                   until ws-idx-lookup > ws-unknown-sub
               add ct-ptd-s-count (ws-idx-lookup)
                                   to ct-ptd-s-count (ws-chain-sub)
               add ct-ptd-s-amount (ws-idx-lookup)
                                   to ct-ptd-s-amount (ws-chain-sub)
               add ct-ptd-l-count (ws-idx-lookup)
                                   to ct-ptd-l-count (ws-chain-sub)
               add ct-ptd-l-amount (ws-idx-lookup)
                                   to ct-ptd-l-amount (ws-chain-sub)
               add ct-ptd-r-count (ws-idx-lookup)
                                   to ct-ptd-r-count (ws-chain-sub)
               add ct-ptd-r-amount (ws-idx-lookup)
                                   to ct-ptd-r-amount (ws-chain-sub)
               add ct-ytd-s-count (ws-idx-lookup)
                                   to ct-ytd-s-count (ws-chain-sub)
               add ct-ytd-s-amount (ws-idx-lookup)
                                   to ct-ytd-s-amount (ws-chain-sub)
               add ct-ytd-l-count (ws-idx-lookup)
                                   to ct-ytd-l-count (ws-chain-sub)
               add ct-ytd-l-amount (ws-idx-lookup)
                                   to ct-ytd-l-amount (ws-chain-sub)
               add ct-ytd-r-count (ws-idx-lookup)
                                   to ct-ytd-r-count (ws-chain-sub)
               add ct-ytd-r-amount (ws-idx-lookup)
                                   to ct-ytd-r-amount (ws-chain-sub)
           end-perform.

       320-find-store.
           move 0                      to ws-store-sub.
           perform varying ws-idx-lookup from 1 by 1
                   until ws-idx-lookup > ws-store-count
               if st-store-no (ws-idx-lookup) = in-store-no
                   move ws-idx-lookup  to ws-store-sub
                   exit perform
               end-if
           end-perform.
           if ws-store-sub = 0
               add 1                   to ws-unmatched-count
               move ws-unknown-sub     to ws-store-sub
           end-if.

       330-tally-record.
           evaluate in-trans-code
               when 'S'
                   add 1               to ct-ytd-s-count (ws-store-sub)
                   add in-trans-amount to ct-ytd-s-amount
                                          (ws-store-sub)
               when 'L'
                   add 1               to ct-ytd-l-count (ws-store-sub)
                   add in-trans-amount to ct-ytd-l-amount
                                          (ws-store-sub)
               when 'R'
                   add 1               to ct-ytd-r-count (ws-store-sub)
                   add in-trans-amount to ct-ytd-r-amount
                                          (ws-store-sub)
               when other
                   continue
           end-evaluate.

           if in-trans-date < fp-period-start
               exit paragraph
           end-if.

           evaluate in-trans-code
               when 'S'
                   add 1               to ct-ptd-s-count (ws-store-sub)
                   add in-trans-amount to ct-ptd-s-amount
                                          (ws-store-sub)
               when 'L'
                   add 1               to ct-ptd-l-count (ws-store-sub)
                   add in-trans-amount to ct-ptd-l-amount
                                          (ws-store-sub)
               when 'R'
                   add 1               to ct-ptd-r-count (ws-store-sub)
                   add in-trans-amount to ct-ptd-r-amount
                                          (ws-store-sub)
               when other
                   continue
           end-evaluate.

       340-write-close-history.
           open extend close-history.
           if ws-close-history-status = "35"
               open output close-history
               close close-history
               open extend close-history
           end-if.

           perform varying ws-store-sub from 1 by 1
                   until ws-store-sub > ws-store-count
               move st-store-no (ws-store-sub)
                                       to ph-store-no
               perform 350-write-history-rec
           end-perform.

           if ws-unmatched-count > 0
               move ws-unknown-sub     to ws-store-sub
               move "??"               to ph-store-no
               perform 350-write-history-rec
           end-if.

           move ws-chain-sub           to ws-store-sub.
           move "**"                   to ph-store-no.
           perform 350-write-history-rec.

           close close-history.

       350-write-history-rec.
           move ph-store-no            to ws-history-store-no.
           move spaces                 to close-history-rec.
           move ws-history-store-no    to ph-store-no.
           move fp-fiscal-year         to ph-fiscal-year.
           move fp-period              to ph-period.
           move pe-close-seq (ws-found-sub)
                                       to ph-close-seq.
           move ws-process-date        to ph-close-date.
           move ws-operator            to ph-closed-by.
           move fp-period-start        to ph-period-start.
           move fp-period-end          to ph-period-end.
           move ct-ptd-s-count (ws-store-sub)
                                       to ph-ptd-s-count.
           move ct-ptd-s-amount (ws-store-sub)
                                       to ph-ptd-s-amount.
           move ct-ptd-l-count (ws-store-sub)
                                       to ph-ptd-l-count.
           move ct-ptd-l-amount (ws-store-sub)
                                       to ph-ptd-l-amount.
           move ct-ptd-r-count (ws-store-sub)
                                       to ph-ptd-r-count.
           move ct-ptd-r-amount (ws-store-sub)
                                       to ph-ptd-r-amount.
           compute ph-ptd-net-amount =
               ct-ptd-s-amount (ws-store-sub) +
               ct-ptd-l-amount (ws-store-sub) -
               ct-ptd-r-amount (ws-store-sub).
           move ct-ytd-s-count (ws-store-sub)
                                       to ph-ytd-s-count.
           move ct-ytd-s-amount (ws-store-sub)
                                       to ph-ytd-s-amount.
           move ct-ytd-l-count (ws-store-sub)
                                       to ph-ytd-l-count.
           move ct-ytd-l-amount (ws-store-sub)
                                       to ph-ytd-l-amount.
           move ct-ytd-r-count (ws-store-sub)
                                       to ph-ytd-r-count.
           move ct-ytd-r-amount (ws-store-sub)
                                       to ph-ytd-r-amount.
           compute ph-ytd-net-amount =
               ct-ytd-s-amount (ws-store-sub) +
               ct-ytd-l-amount (ws-store-sub) -
               ct-ytd-r-amount (ws-store-sub).
           write close-history-rec.
           add 1                       to ws-history-count.

       400-reopen-period.
           if ws-found-sub = 0
               move 'O'                to fp-period-status
           else
               move pe-status (ws-found-sub)
                                       to fp-period-status
           end-if.

           if not fiscal-period-closed
               string "Fiscal period "        delimited by size
                      fp-fiscal-year          delimited by size
                      "-"                     delimited by size
                      fp-period               delimited by size
                      " is not closed - nothing to reopen."
                                              delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
               move 4                  to return-code
               exit paragraph
           end-if.

           move 'O'                    to pe-status (ws-found-sub).
           add 1                       to pe-reopen-count
                                          (ws-found-sub).
           move ws-process-date        to pe-reopen-date
                                          (ws-found-sub).
           move ws-operator            to pe-reopened-by
                                          (ws-found-sub).

           perform 500-save-period-status.
           perform 600-write-close-log.

           string "Fiscal period "            delimited by size
                  fp-fiscal-year              delimited by size
                  "-"                         delimited by size
                  fp-period                   delimited by size
                  " reopened - close again when done."
                                              delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

       500-save-period-status.
           open output period-status-file.
           perform varying ws-status-sub from 1 by 1
                   until ws-status-sub > ws-status-count
               move spaces             to period-status-rec
               move pe-fiscal-year (ws-status-sub)
                                       to ps-fiscal-year
               move pe-period (ws-status-sub)
                                       to ps-period
               move pe-status (ws-status-sub)
                                       to ps-status
               move pe-close-seq (ws-status-sub)
                                       to ps-close-seq
               move pe-close-date (ws-status-sub)
                                       to ps-close-date
               move pe-closed-by (ws-status-sub)
                                       to ps-closed-by
               move pe-reopen-count (ws-status-sub)
                                       to ps-reopen-count
               move pe-reopen-date (ws-status-sub)
                                       to ps-reopen-date
               move pe-reopened-by (ws-status-sub)
                                       to ps-reopened-by
               write period-status-rec
           end-perform.
           close period-status-file.

       600-write-close-log.
           open extend close-log.
           if ws-close-log-status = "35"
               open output close-log
               close close-log
               open extend close-log
           end-if.

           move ws-date                to cl-run-date.
           move ws-time                to cl-run-time.
           move ws-operator            to cl-operator.
           move ws-function            to cl-action.
           move fp-fiscal-year         to cl-fiscal-year.
           move fp-period              to cl-period.
           move pe-close-seq (ws-found-sub)
                                       to cl-close-seq.
           move pe-reopen-count (ws-found-sub)
                                       to cl-reopen-count.
           move ws-reason              to cl-reason.
           write close-log-rec.

           close close-log.

       700-print-certificate.
           open output output-file.

           write output-line           from team-title.
           write output-line           from main-heading
               after advancing 1 line.
           write output-line           from title-heading
               after advancing 1 line.

           move fp-fiscal-year         to op-fiscal-year.
           move fp-period              to op-fiscal-period.
           move fp-period-weeks        to op-period-weeks.
           move fp-period-start        to op-period-start.
           move fp-period-end          to op-period-end.
           write output-line           from period-line
               after advancing 2 lines.

           move fp-year-start          to op-year-start.
           move fp-period-end          to op-year-end.
           write output-line           from year-line
               after advancing 1 line.

           move pe-close-seq (ws-found-sub)
                                       to op-close-seq.
           move ws-operator            to op-closed-by.
           move ws-process-date        to op-close-date.
           write output-line           from close-line
               after advancing 1 line.

           if pe-reopen-count (ws-found-sub) > 0
               move pe-reopen-count (ws-found-sub)
                                       to op-reopen-count
               move pe-reopen-date (ws-found-sub)
                                       to op-reopen-date
               move pe-reopened-by (ws-found-sub)
                                       to op-reopened-by
               write output-line       from reopen-line
                   after advancing 1 line
           end-if.

           write output-line           from detail-heading-1
               after advancing 2 lines.
           write output-line           from detail-heading-2
               after advancing 1 line.

           perform varying ws-store-sub from 1 by 1
                   until ws-store-sub > ws-store-count
               move st-store-no (ws-store-sub)
                                       to op-store-no
               move st-store-name (ws-store-sub)
                                       to op-store-name
               perform 710-print-store-lines
           end-perform.

           if ws-unmatched-count > 0
               move ws-unknown-sub     to ws-store-sub
               move "??"               to op-store-no
               move "NOT ON STORE MASTER"
                                       to op-store-name
               perform 710-print-store-lines
           end-if.

           move ws-chain-sub           to ws-store-sub.
           move spaces                 to op-store-no.
           move "TOTAL ALL STORES"     to op-store-name.
           perform 710-print-store-lines.

           if ws-unmatched-count > 0
               move ws-unmatched-count to op-unmatched-count
               write output-line       from unmatched-store-line
                   after advancing 2 lines
           end-if.

           write output-line           from certify-line-1
               after advancing 3 lines.
           write output-line           from certify-line-2
               after advancing 1 line.
           write output-line           from certify-line-3
               after advancing 1 line.

           write output-line           from signature-line-1
               after advancing 3 lines.
           write output-line           from signature-line-2
               after advancing 2 lines.

           close output-file.

       710-print-store-lines.
           move "PTD"                  to op-basis.
           move ct-ptd-s-count (ws-store-sub)
                                       to op-s-count.
           move ct-ptd-s-amount (ws-store-sub)
                                       to op-s-amount.
           move ct-ptd-l-count (ws-store-sub)
                                       to op-l-count.
           move ct-ptd-l-amount (ws-store-sub)
                                       to op-l-amount.
           move ct-ptd-r-count (ws-store-sub)
                                       to op-r-count.
           move ct-ptd-r-amount (ws-store-sub)
                                       to op-r-amount.
           compute ws-net-amount =
               ct-ptd-s-amount (ws-store-sub) +
               ct-ptd-l-amount (ws-store-sub) -
               ct-ptd-r-amount (ws-store-sub).
           move ws-net-amount          to op-net-amount.
           write output-line           from detail-line
               after advancing 2 lines.

           move spaces                 to op-store-no.
           move spaces                 to op-store-name.
           move "YTD"                  to op-basis.
           move ct-ytd-s-count (ws-store-sub)
                                       to op-s-count.
           move ct-ytd-s-amount (ws-store-sub)
                                       to op-s-amount.
           move ct-ytd-l-count (ws-store-sub)
                                       to op-l-count.
           move ct-ytd-l-amount (ws-store-sub)
                                       to op-l-amount.
           move ct-ytd-r-count (ws-store-sub)
                                       to op-r-count.
           move ct-ytd-r-amount (ws-store-sub)
                                       to op-r-amount.
           compute ws-net-amount =
               ct-ytd-s-amount (ws-store-sub) +
               ct-ytd-l-amount (ws-store-sub) -
               ct-ytd-r-amount (ws-store-sub).
           move ws-net-amount          to op-net-amount.
           write output-line           from detail-line
               after advancing 1 line.

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

       045-open-operator-input.
           if batch-mode
               open input operator-input
               if ws-script-status not = "00"
                   move 'Y'            to ws-script-eof-flag
               end-if
           end-if.

       920-get-reply.
           move spaces                 to ws-script-line.
           if batch-mode
               if ws-script-eof-flag = 'N'
                   read operator-input
                       at end
                           move 'Y'    to ws-script-eof-flag
                       not at end
                           move operator-input-rec
                                       to ws-script-line
                   end-read
               end-if
           else
               accept ws-script-line
           end-if.

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

           move "PeriodClose"              to au-program-name.
           move ws-date                    to au-run-date.
           move ws-time                    to au-run-time.
           move ws-record-count            to au-input-count.
           move ws-history-count           to au-output-count.
           move return-code                to au-return-code.

           write audit-rec.
           close audit-log.

       end program PeriodClose.
