       identification division.
       program-id. HourlyTraffic.
       author. Ngoc Diep Nguyen.
       date-written. 15-October-2026.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select data-file
               assign to "../../../data/validData.dat"
                   organization is line sequential
                   file status is ws-data-status.

           select trans-history
               assign to "../../../data/trans-history.dat"
                   organization is line sequential
                   file status is ws-history-status.

           select store-master
               assign to "../../../data/store-master.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is sm-store-no
                   file status is ws-store-master-status.

           select output-file
               assign to "../../../data/hourly-traffic.out"
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

       fd data-file
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
           05 in-customer-no           pic x(10).
           05 in-trans-time.
               10 in-trans-hh          pic 99.
               10 in-trans-mm          pic 99.
               10 in-trans-ss          pic 99.
           05 filler                   pic x(49).

       fd trans-history
           data record is history-rec
           record contains 150 characters.

       01 history-rec.
           05 hs-trans-code            pic x.
           05 hs-trans-amount          pic 9(07)v99.
           05 hs-pay-type              pic xx.
           05 hs-store-no              pic xx.
           05 hs-invoice-number        pic x(09).
           05 hs-sku-code              pic x(15).
           05 hs-trans-date            pic 9(08).
           05 hs-card-no               pic x(16).
           05 hs-cashier-id            pic x(05).
           05 hs-rec-type              pic x.
               88 history-line
                  value 'D'.
           05 hs-line-no               pic 9(03).
           05 hs-quantity              pic 9(05).
           05 hs-unit-price            pic 9(07)v99.
           05 hs-customer-no           pic x(10).
           05 hs-trans-time.
               10 hs-trans-hh          pic 99.
               10 hs-trans-mm          pic 99.
               10 hs-trans-ss          pic 99.
           05 filler                   pic x(49).

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

       01 ws-data-status                pic xx value spaces.
       01 ws-history-status             pic xx value spaces.
       01 ws-store-master-status        pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.

       01 constants.
           05 cnst-grid-weeks          pic 9(02) value 4.
           05 cnst-no-time-slot        pic 9(02) value 25.

       01 day-name-values.
           05 filler                   pic x(03) value "MON".
           05 filler                   pic x(03) value "TUE".
           05 filler                   pic x(03) value "WED".
           05 filler                   pic x(03) value "THU".
           05 filler                   pic x(03) value "FRI".
           05 filler                   pic x(03) value "SAT".
           05 filler                   pic x(03) value "SUN".
       01 day-name-table redefines day-name-values.
           05 day-name                 pic x(03) occurs 7 times.

       01 ws-process-int                pic 9(07) value 0.
       01 ws-grid-start-int             pic 9(07) value 0.
       01 ws-grid-end-int               pic 9(07) value 0.
       01 ws-grid-start                 pic 9(08) value 0.
       01 ws-grid-end                   pic 9(08) value 0.
       01 ws-trans-int                  pic 9(07) value 0.

       01 ws-store-count                pic 9(02) value 0.
       01 store-table.
           05 store-entry               occurs 1 to 50 times
                                         depending on ws-store-count.
               10 st-store-no           pic xx.
               10 st-store-name         pic x(20).
               10 st-day-active-flag    pic x.
               10 st-grid-active-flag   pic x.
               10 st-hour               occurs 25 times.
                   15 hr-sale-count     pic 9(05).
                   15 hr-sale-amount    pic 9(09)v99.
                   15 hr-void-count     pic 9(05).
                   15 hr-void-amount    pic 9(09)v99.
                   15 hr-return-count   pic 9(05).
                   15 hr-return-amount  pic 9(09)v99.
               10 st-grid-day           occurs 7 times.
                   15 gr-trans-count    pic s9(05)
                                         occurs 24 times.
       01 ws-store-sub                  pic 9(02) value 0.
       01 ws-hour-sub                   pic 9(02) value 0.
       01 ws-day-sub                    pic 9(02) value 0.
       01 ws-idx-lookup                 pic 9(02) value 0.
       01 ws-lookup-store               pic xx value spaces.

       01 ws-trans-count                pic s9(05) value 0.
       01 ws-net-amount                 pic s9(09)v99 value 0.
       01 ws-gross-amount               pic s9(09)v99 value 0.
       01 ws-average-sale               pic s9(07)v99 value 0.
       01 ws-grid-average               pic s9(04)v9 value 0.
       01 ws-busiest-hour               pic 9(02) value 0.
       01 ws-busiest-count              pic s9(05) value 0.

       01 store-totals.
           05 ws-st-trans-count        pic s9(07) value 0.
           05 ws-st-net-amount         pic s9(09)v99 value 0.
           05 ws-st-gross-amount       pic s9(09)v99 value 0.
           05 ws-st-return-count       pic 9(07) value 0.
           05 ws-st-return-amount      pic 9(09)v99 value 0.

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
               value "GROUP PROJECT - MFD-27".

       01 title-heading.
           05 filler                   pic x(22)
               value spaces.
           05 filler                   pic x(34)
               value "HOURLY SALES AND TRAFFIC BY STORE".

       01 business-date-line.
           05 filler                   pic x(15)
               value "Business date: ".
           05 op-business-date         pic 9(08).

       01 store-heading.
           05 filler                   pic x(07)
               value "STORE: ".
           05 op-store-no              pic xx.
           05 filler                   pic x(02)
               value spaces.
           05 op-store-name            pic x(20).

       01 hour-heading.
           05 filler                   pic x(10)
               value "HOUR".
           05 filler                   pic x(08)
               value "   TRANS".
           05 filler                   pic x(16)
               value "       NET SALES".
           05 filler                   pic x(13)
               value "     AVG SALE".
           05 filler                   pic x(09)
               value "  RETURNS".
           05 filler                   pic x(15)
               value "     RETURN AMT".

       01 hour-line.
           05 filler                   pic x(01)
               value spaces.
           05 op-hour-label            pic x(07).
           05 filler                   pic x(02)
               value spaces.
           05 op-trans-count           pic zzzz9-.
           05 filler                   pic x(02)
               value spaces.
           05 op-net-amount            pic zz,zzz,zz9.99-.
           05 filler                   pic x(01)
               value spaces.
           05 op-average-sale          pic zzz,zz9.99-.
           05 filler                   pic x(04)
               value spaces.
           05 op-return-count          pic zzzz9.
           05 filler                   pic x(02)
               value spaces.
           05 op-return-amount         pic zz,zzz,zz9.99.

       01 hour-label.
           05 op-hour-hh               pic 99.
           05 filler                   pic x(03)
               value ":00".

       01 busiest-line.
           05 filler                   pic x(01)
               value spaces.
           05 filler                   pic x(14)
               value "Busiest hour: ".
           05 op-busiest-label         pic x(05).
           05 filler                   pic x(02)
               value spaces.
           05 op-busiest-count         pic zzzz9.
           05 filler                   pic x(13)
               value " transactions".

       01 grid-title-line.
           05 filler                   pic x(40)
               value "AVERAGE TRANSACTIONS BY DAY OF WEEK AND ".
           05 filler                   pic x(16)
               value "HOUR - 4 WEEKS, ".
           05 op-grid-start            pic 9(08).
           05 filler                   pic x(04)
               value " To ".
           05 op-grid-end              pic 9(08).

       01 grid-heading.
           05 filler                   pic x(05)
               value "DAY".
           05 gh-hour-cell             occurs 24 times.
               10 filler               pic x(03)
                   value spaces.
               10 gh-hour              pic 99.

       01 grid-line.
           05 op-grid-day              pic x(03).
           05 filler                   pic x(02)
               value spaces.
           05 op-grid-cell             pic zzz.z
                                        occurs 24 times.

       01 unmatched-line.
           05 filler                   pic x(35)
               value "Records for stores not on master = ".
           05 op-unmatched-count       pic zzzz9.

       01 flags.
           05 ws-eof-flag              pic x value 'N'.

       01 counters.
           05 ws-record-counter        pic 9(07) value 0.
           05 ws-history-counter       pic 9(07) value 0.
           05 ws-unmatched-counter     pic 9(05) value 0.

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

           compute ws-process-int =
               function integer-of-date (ws-process-date).
           compute ws-grid-end-int = ws-process-int - 1.
           compute ws-grid-start-int =
               ws-process-int - (cnst-grid-weeks * 7).
           compute ws-grid-start =
               function date-of-integer (ws-grid-start-int).
           compute ws-grid-end =
               function date-of-integer (ws-grid-end-int).

           perform 050-load-store-master.
           perform 100-tally-valid-data.
           perform 200-tally-history.
           perform 300-print-report.

           string "Day records: "     delimited by size
                  ws-record-counter    delimited by size
                  "  history records: " delimited by size
                  ws-history-counter   delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           if ws-unmatched-counter > 0
               string "Records for stores not on master: "
                                       delimited by size
                      ws-unmatched-counter
                                       delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
               move 4                  to return-code
           end-if.

           move "End of Hourly Traffic Program."
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

       050-load-store-master.
           open input store-master.

           if ws-store-master-status not = "00"
               move "No store master on file."
                                       to ws-console-line
               perform 910-put-console
               move 'Z'                to ws-eof-flag
           else
               read store-master next record
                   at end
                       move 'Z'        to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = 'Z'
               if ws-store-count < 50
                   add 1               to ws-store-count
                   perform varying ws-hour-sub from 1 by 1
                           until ws-hour-sub > 25
                       move 0          to hr-sale-count
                                          (ws-store-count, ws-hour-sub)
                       move 0          to hr-sale-amount
                                          (ws-store-count, ws-hour-sub)
                       move 0          to hr-void-count
                                          (ws-store-count, ws-hour-sub)
                       move 0          to hr-void-amount
                                          (ws-store-count, ws-hour-sub)
                       move 0          to hr-return-count
                                          (ws-store-count, ws-hour-sub)
                       move 0          to hr-return-amount
                                          (ws-store-count, ws-hour-sub)
                   end-perform
                   perform varying ws-day-sub from 1 by 1
                           until ws-day-sub > 7
                       perform varying ws-hour-sub from 1 by 1
                               until ws-hour-sub > 24
                           move 0      to gr-trans-count
                                          (ws-store-count, ws-day-sub,
                                           ws-hour-sub)
                       end-perform
                   end-perform
                   move sm-store-no    to st-store-no
                                          (ws-store-count)
                   move sm-store-name  to st-store-name
                                          (ws-store-count)
                   move 'N'            to st-day-active-flag
                                          (ws-store-count)
                   move 'N'            to st-grid-active-flag
                                          (ws-store-count)
               end-if
               read store-master next record
                   at end
                       move 'Z'        to ws-eof-flag
               end-read
           end-perform.

           move 'N'                    to ws-eof-flag.
           if ws-store-master-status = "00" or
              ws-store-master-status = "10"
               close store-master
           end-if.

       100-tally-valid-data.
           open input data-file.
           if ws-data-status not = "00"
               move "No validData on file."
                                       to ws-console-line
               perform 910-put-console
               move 'Y'                to ws-eof-flag
           else
               read data-file
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = 'Y'
               add 1                   to ws-record-counter
               if not invoice-line and
                  in-trans-code not = 'G'
                   perform 110-tally-day-record
               end-if
               read data-file
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           move 'N'                    to ws-eof-flag.
           if ws-data-status = "00" or ws-data-status = "10"
               close data-file
           end-if.

       110-tally-day-record.
           move in-store-no            to ws-lookup-store.
           perform 330-find-store.
           if ws-store-sub = 0
               exit paragraph
           end-if.

           if in-trans-time is numeric and
              in-trans-hh <= 23
               compute ws-hour-sub = in-trans-hh + 1
           else
               move cnst-no-time-slot  to ws-hour-sub
           end-if.

           move 'Y'                    to st-day-active-flag
                                          (ws-store-sub).

           evaluate in-trans-code
               when 'S'
               when 'L'
                   add 1               to hr-sale-count
                                          (ws-store-sub ws-hour-sub)
                   add in-trans-amount to hr-sale-amount
                                          (ws-store-sub ws-hour-sub)
               when 'V'
                   add 1               to hr-void-count
                                          (ws-store-sub ws-hour-sub)
                   add in-trans-amount to hr-void-amount
                                          (ws-store-sub ws-hour-sub)
               when 'R'
                   add 1               to hr-return-count
                                          (ws-store-sub ws-hour-sub)
                   add in-trans-amount to hr-return-amount
                                          (ws-store-sub ws-hour-sub)
               when other
                   continue
           end-evaluate.

       200-tally-history.
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

           perform until ws-eof-flag = 'Y'
               add 1                   to ws-history-counter
               if not history-line and
                  hs-trans-time is numeric and
                  hs-trans-hh <= 23 and
                  hs-trans-date is numeric
                   perform 210-tally-grid-record
               end-if
               read trans-history
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           move 'N'                    to ws-eof-flag.
           if ws-history-status = "00" or ws-history-status = "10"
               close trans-history
           end-if.

       210-tally-grid-record.
           compute ws-trans-int =
               function integer-of-date (hs-trans-date).
           if ws-trans-int < ws-grid-start-int or
              ws-trans-int > ws-grid-end-int or
              ws-trans-int = 0
               exit paragraph
           end-if.

           move hs-store-no            to ws-lookup-store.
           perform 330-find-store.
           if ws-store-sub = 0
               exit paragraph
           end-if.

           compute ws-day-sub =
               function mod (ws-trans-int - 1, 7) + 1.
           compute ws-hour-sub = hs-trans-hh + 1.

           evaluate hs-trans-code
               when 'S'
               when 'L'
                   add 1               to gr-trans-count
                       (ws-store-sub ws-day-sub ws-hour-sub)
                   move 'Y'            to st-grid-active-flag
                                          (ws-store-sub)
               when 'V'
                   subtract 1          from gr-trans-count
                       (ws-store-sub ws-day-sub ws-hour-sub)
               when other
                   continue
           end-evaluate.

       300-print-report.
           open output output-file.

           write output-line           from team-title.
           write output-line           from main-heading
               after advancing 1 line.
           write output-line           from title-heading
               after advancing 1 line.
           move ws-process-date        to op-business-date.
           write output-line           from business-date-line
               after advancing 2 lines.

           perform 310-print-store
               varying ws-store-sub from 1 by 1
               until ws-store-sub > ws-store-count.

           if ws-unmatched-counter > 0
               move ws-unmatched-counter
                                       to op-unmatched-count
               write output-line       from unmatched-line
                   after advancing 2 lines
           end-if.

           close output-file.

       310-print-store.
           if st-day-active-flag (ws-store-sub) = 'N' and
              st-grid-active-flag (ws-store-sub) = 'N'
               exit paragraph
           end-if.

           move st-store-no (ws-store-sub)
                                       to op-store-no.
           move st-store-name (ws-store-sub)
                                       to op-store-name.
           write output-line           from store-heading
               after advancing 3 lines.
           write output-line           from hour-heading
               after advancing 2 lines.

           move 0                      to ws-st-trans-count.
           move 0                      to ws-st-net-amount.
           move 0                      to ws-st-gross-amount.
           move 0                      to ws-st-return-count.
           move 0                      to ws-st-return-amount.
           move 0                      to ws-busiest-hour.
           move 0                      to ws-busiest-count.

           perform 320-print-hour
               varying ws-hour-sub from 1 by 1
               until ws-hour-sub > cnst-no-time-slot.

           move "TOTAL"                to op-hour-label.
           move ws-st-trans-count      to op-trans-count.
           move ws-st-net-amount       to op-net-amount.
           if ws-st-trans-count > 0
               compute op-average-sale rounded =
                   ws-st-gross-amount / ws-st-trans-count
           else
               move 0                  to op-average-sale
           end-if.
           move ws-st-return-count     to op-return-count.
           move ws-st-return-amount    to op-return-amount.
           write output-line           from hour-line
               after advancing 2 lines.

           if ws-busiest-count > 0
               compute op-hour-hh = ws-busiest-hour - 1
               move hour-label         to op-busiest-label
               move ws-busiest-count   to op-busiest-count
               write output-line       from busiest-line
                   after advancing 1 line
           end-if.

           perform 340-print-grid.

       320-print-hour.
           if hr-sale-count (ws-store-sub ws-hour-sub) = 0 and
              hr-void-count (ws-store-sub ws-hour-sub) = 0 and
              hr-return-count (ws-store-sub ws-hour-sub) = 0
               exit paragraph
           end-if.

           compute ws-trans-count =
               hr-sale-count (ws-store-sub ws-hour-sub)
                   - hr-void-count (ws-store-sub ws-hour-sub).
           compute ws-gross-amount =
               hr-sale-amount (ws-store-sub ws-hour-sub)
                   - hr-void-amount (ws-store-sub ws-hour-sub).
           compute ws-net-amount =
               ws-gross-amount
                   - hr-return-amount (ws-store-sub ws-hour-sub).
           if ws-trans-count > 0
               compute ws-average-sale rounded =
                   ws-gross-amount / ws-trans-count
           else
               move 0                  to ws-average-sale
           end-if.

           if ws-hour-sub = cnst-no-time-slot
               move "NO TIME"          to op-hour-label
           else
               compute op-hour-hh = ws-hour-sub - 1
               move hour-label         to op-hour-label
               if ws-trans-count > ws-busiest-count
                   move ws-trans-count to ws-busiest-count
                   move ws-hour-sub    to ws-busiest-hour
               end-if
           end-if.

           move ws-trans-count         to op-trans-count.
           move ws-net-amount          to op-net-amount.
           move ws-average-sale        to op-average-sale.
           move hr-return-count (ws-store-sub ws-hour-sub)
                                       to op-return-count.
           move hr-return-amount (ws-store-sub ws-hour-sub)
                                       to op-return-amount.
           write output-line           from hour-line
               after advancing 1 line.

           add ws-trans-count          to ws-st-trans-count.
           add ws-net-amount           to ws-st-net-amount.
           add ws-gross-amount         to ws-st-gross-amount.
           add hr-return-count (ws-store-sub ws-hour-sub)
                                       to ws-st-return-count.
           add hr-return-amount (ws-store-sub ws-hour-sub)
                                       to ws-st-return-amount.

       330-find-store.
           move 0                      to ws-store-sub.
           perform varying ws-idx-lookup from 1 by 1
                   until ws-idx-lookup > ws-store-count
               if st-store-no (ws-idx-lookup) = ws-lookup-store
                   move ws-idx-lookup  to ws-store-sub
                   exit perform
               end-if
           end-perform.
           if ws-store-sub = 0
               add 1                   to ws-unmatched-counter
           end-if.

       340-print-grid.
           move ws-grid-start          to op-grid-start.
           move ws-grid-end            to op-grid-end.
           write output-line           from grid-title-line
               after advancing 2 lines.

           perform varying ws-hour-sub from 1 by 1
                   until ws-hour-sub > 24
               compute gh-hour (ws-hour-sub) = ws-hour-sub - 1
           end-perform.
           write output-line           from grid-heading
               after advancing 1 line.

           perform varying ws-day-sub from 1 by 1
                   until ws-day-sub > 7
               move day-name (ws-day-sub)
                                       to op-grid-day
               perform varying ws-hour-sub from 1 by 1
                       until ws-hour-sub > 24
                   compute ws-grid-average rounded =
                       gr-trans-count
                           (ws-store-sub ws-day-sub ws-hour-sub)
                               / cnst-grid-weeks
                   if ws-grid-average < 0
                       move 0          to ws-grid-average
                   end-if
                   move ws-grid-average
                                       to op-grid-cell (ws-hour-sub)
               end-perform
               write output-line       from grid-line
                   after advancing 1 line
           end-perform.

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

           move "HourlyTraffic"            to au-program-name.
           move ws-date                    to au-run-date.
           move ws-time                    to au-run-time.
           compute au-input-count =
               ws-record-counter + ws-history-counter.
           move ws-store-count             to au-output-count.
           move return-code                to au-return-code.

           write audit-rec.
           close audit-log.

       end program HourlyTraffic.
