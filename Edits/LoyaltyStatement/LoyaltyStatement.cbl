       identification division.
       program-id. LoyaltyStatement.
       author. Ngoc Diep Nguyen.
       date-written. 15-October-2026.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select loyalty-ledger
               assign to "../../../data/loyalty-ledger.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is lp-customer-no
                   file status is ws-loyalty-status.

           select customer-master
               assign to "../../../data/customer-master.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is cm-customer-no
                   file status is ws-customer-status.

           select loyalty-activity
               assign to "../../../data/loyalty-activity.dat"
                   organization is line sequential
                   file status is ws-activity-status.

           select sort-work
               assign to "../../../data/loyalty-sort.tmp".

           select sorted-file
               assign to "../../../data/loyalty-sorted.dat"
                   organization is line sequential
                   file status is ws-sorted-status.

           select output-file
               assign to "../../../data/loyalty-statement.out"
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

       fd loyalty-ledger
           data record is loyalty-rec.
       01 loyalty-rec.
           05 lp-customer-no           pic x(10).
           05 lp-balance               pic s9(09).
           05 lp-earned-ltd            pic s9(09).
           05 lp-redeemed-ltd          pic s9(09).
           05 lp-last-date             pic 9(08).
           05 lp-status                pic x.

       fd customer-master
           data record is customer-rec.
       01 customer-rec.
           05 cm-customer-no           pic x(10).
           05 cm-name                  pic x(30).
           05 cm-address               pic x(30).
           05 cm-city                  pic x(20).
           05 cm-province              pic xx.
           05 cm-postal-code           pic x(07).
           05 cm-phone                 pic x(10).
           05 cm-join-date             pic 9(08).
           05 cm-home-store            pic xx.
           05 cm-status                pic x.

       fd loyalty-activity
           data record is loyalty-activity-rec
           record contains 51 characters.
       01 loyalty-activity-rec         pic x(51).

       sd sort-work
           data record is sort-rec.
       01 sort-rec.
           05 sw-customer-no           pic x(10).
           05 sw-trans-date            pic 9(08).
           05 filler                   pic x(33).

       fd sorted-file
           data record is sorted-rec
           record contains 51 characters.
       01 sorted-rec.
           05 la-customer-no           pic x(10).
           05 la-trans-date            pic 9(08).
           05 la-store-no              pic xx.
           05 la-invoice-no            pic x(09).
           05 la-trans-code            pic x.
           05 la-pay-type              pic xx.
           05 la-amount                pic 9(07)v99.
           05 la-points                pic s9(09)
                                        sign leading separate.

       fd output-file
           data record is output-line
           record contains 100 characters.
       01 output-line                  pic x(100).

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

       01 ws-loyalty-status             pic xx value spaces.
       01 ws-customer-status            pic xx value spaces.
       01 ws-activity-status            pic xx value spaces.
       01 ws-sorted-status              pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.

       01 ws-period-start               pic 9(08) value 0.
       01 ws-period-start-r redefines ws-period-start.
           05 ws-period-yyyymm          pic 9(06).
           05 ws-period-dd              pic 99.

       01 cnst-point-value              pic 9v99 value 0.01.

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
               value "GROUP PROJECT - MFD-22".

       01 title-heading.
           05 filler                   pic x(23)
               value spaces.
           05 filler                   pic x(27)
               value "LOYALTY POINTS STATEMENTS  ".
           05 op-title-yyyymm          pic 9999/99.

       01 separator-line.
           05 filler                   pic x(80)
               value all "-".

       01 customer-line.
           05 filler                   pic x(10)
               value "CUSTOMER: ".
           05 op-customer-no           pic x(10).
           05 filler                   pic x(02)
               value spaces.
           05 op-customer-name         pic x(30).
           05 filler                   pic x(02)
               value spaces.
           05 filler                   pic x(12)
               value "HOME STORE: ".
           05 op-home-store            pic xx.

       01 address-line.
           05 filler                   pic x(10)
               value spaces.
           05 op-address               pic x(30).

       01 city-line.
           05 filler                   pic x(10)
               value spaces.
           05 op-city                  pic x(20).
           05 filler                   pic x(01)
               value spaces.
           05 op-province              pic xx.
           05 filler                   pic x(02)
               value spaces.
           05 op-postal-code           pic x(07).

       01 activity-heading.
           05 filler                   pic x(04)
               value spaces.
           05 filler                   pic x(10)
               value "DATE".
           05 filler                   pic x(07)
               value "STORE".
           05 filler                   pic x(11)
               value "INVOICE".
           05 filler                   pic x(06)
               value "TYPE".
           05 filler                   pic x(08)
               value "TENDER".
           05 filler                   pic x(13)
               value "       AMOUNT".
           05 filler                   pic x(03)
               value spaces.
           05 filler                   pic x(12)
               value "      POINTS".

       01 activity-line.
           05 filler                   pic x(04)
               value spaces.
           05 op-trans-date            pic 9999/99/99.
           05 filler                   pic x(02)
               value spaces.
           05 op-store-no              pic xx.
           05 filler                   pic x(03)
               value spaces.
           05 op-invoice-no            pic x(09).
           05 filler                   pic x(03)
               value spaces.
           05 op-trans-code            pic x.
           05 filler                   pic x(05)
               value spaces.
           05 op-pay-type              pic xx.
           05 filler                   pic x(03)
               value spaces.
           05 op-amount                pic z,zzz,zz9.99.
           05 filler                   pic x(03)
               value spaces.
           05 op-points                pic zzz,zzz,zz9-.

       01 overflow-line.
           05 filler                   pic x(04)
               value spaces.
           05 filler                   pic x(40)
               value "*** FURTHER ACTIVITY NOT LISTED ***".

       01 balance-line.
           05 filler                   pic x(04)
               value spaces.
           05 op-balance-label         pic x(24).
           05 filler                   pic x(38)
               value spaces.
           05 op-balance-points        pic zzz,zzz,zz9-.

       01 total-statements-line.
           05 filler                   pic x(28)
               value "Statements printed       =  ".
           05 op-statement-count       pic zzzzz9.

       01 total-customers-line.
           05 filler                   pic x(28)
               value "Customers on ledger      =  ".
           05 op-customer-count        pic zzzzz9.

       01 total-points-line.
           05 filler                   pic x(28)
               value "Points outstanding       = ".
           05 op-total-points          pic zzz,zzz,zz9-.

       01 total-liability-line.
           05 filler                   pic x(28)
               value "Points liability         = ".
           05 op-liability             pic $$$$,$$$,$$9.99-.

       01 ws-activity-count             pic 999 value 0.
       01 ws-activity-sub               pic 999 value 0.
       01 customer-activity-table.
           05 customer-activity         occurs 300 times
                                        pic x(51).

       01 ws-period-points              pic s9(09) value 0.
       01 ws-period-earned              pic s9(09) value 0.
       01 ws-period-redeemed            pic s9(09) value 0.
       01 ws-opening-balance            pic s9(09) value 0.
       01 ws-liability-total            pic s9(09)v99 value 0.

       01 flags.
           05 ws-ledger-eof-flag       pic x value 'N'.
           05 ws-sorted-eof-flag       pic x value 'N'.
           05 ws-activity-flag         pic x value 'N'.
               88 activity-on-file         value 'Y'.
           05 ws-overflow-flag         pic x value 'N'.

       01 counters.
           05 ws-customer-counter      pic 9(07) value 0.
           05 ws-statement-counter     pic 9(07) value 0.
           05 ws-activity-counter      pic 9(07) value 0.
           05 ws-orphan-counter        pic 9(07) value 0.
           05 ws-kept-counter          pic 9(07) value 0.
           05 ws-purged-counter        pic 9(07) value 0.
           05 ws-total-points          pic s9(09) value 0.

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

           move ws-process-date        to ws-period-start.
           move 1                      to ws-period-dd.
           move ws-period-yyyymm       to op-title-yyyymm.

           perform 050-sort-activity.

           open output output-file.

           write output-line           from team-title.
           write output-line           from main-heading
               after advancing 1 line.
           write output-line           from title-heading
               after advancing 1 line.

           perform 100-print-statements.
           perform 300-print-footer.

           close output-file.

           perform 400-purge-activity.

           string "Statements printed: " delimited by size
                  ws-statement-counter  delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           if ws-orphan-counter > 0
               string "Activity not on ledger: "
                                       delimited by size
                      ws-orphan-counter
                                       delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
           end-if.

           move "End of Loyalty Statement Program."
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

       050-sort-activity.
           open input loyalty-activity.
           if ws-activity-status not = "00"
               move "Loyalty activity not on file."
                                       to ws-console-line
               perform 910-put-console
               exit paragraph
           end-if.
           close loyalty-activity.

           move 'Y'                    to ws-activity-flag.

           sort sort-work
               on ascending key sw-customer-no
               on ascending key sw-trans-date
               using loyalty-activity
               giving sorted-file.

       100-print-statements.
           open input customer-master.

           open input loyalty-ledger.
           if ws-loyalty-status not = "00"
               move "Loyalty ledger not on file."
                                       to ws-console-line
               perform 910-put-console
               move 'Y'                to ws-ledger-eof-flag
           else
               read loyalty-ledger next record
                   at end
                       move 'Y'        to ws-ledger-eof-flag
               end-read
           end-if.

           if activity-on-file
               open input sorted-file
               perform 150-read-sorted
           else
               move 'Y'                to ws-sorted-eof-flag
           end-if.

           perform until ws-ledger-eof-flag = 'Y'
               add 1                   to ws-customer-counter
               add lp-balance          to ws-total-points
               perform 200-load-customer-activity
               if lp-balance not = 0 or ws-activity-count > 0
                   perform 250-print-statement
               end-if
               read loyalty-ledger next record
                   at end
                       move 'Y'        to ws-ledger-eof-flag
               end-read
           end-perform.

           perform until ws-sorted-eof-flag = 'Y'
               add 1                   to ws-orphan-counter
               perform 150-read-sorted
           end-perform.

           if activity-on-file
               close sorted-file
           end-if.
           if ws-loyalty-status = "00" or ws-loyalty-status = "10"
               close loyalty-ledger
           end-if.
           if ws-customer-status = "00" or ws-customer-status = "23"
               close customer-master
           end-if.

       150-read-sorted.
           read sorted-file
               at end
                   move 'Y'            to ws-sorted-eof-flag
               not at end
                   add 1               to ws-activity-counter
           end-read.

       200-load-customer-activity.
           move 0                      to ws-activity-count.
           move 0                      to ws-period-points.
           move 0                      to ws-period-earned.
           move 0                      to ws-period-redeemed.
           move 'N'                    to ws-overflow-flag.

           perform until ws-sorted-eof-flag = 'Y'
                      or la-customer-no >= lp-customer-no
               add 1                   to ws-orphan-counter
               perform 150-read-sorted
           end-perform.

           perform until ws-sorted-eof-flag = 'Y'
                      or la-customer-no not = lp-customer-no
               if la-trans-date >= ws-period-start
                   add la-points       to ws-period-points
                   if la-pay-type = "LP"
                       add la-points   to ws-period-redeemed
                   else
                       add la-points   to ws-period-earned
                   end-if
                   if ws-activity-count < 300
                       add 1           to ws-activity-count
                       move sorted-rec to
                           customer-activity (ws-activity-count)
                   else
                       move 'Y'        to ws-overflow-flag
                   end-if
               end-if
               perform 150-read-sorted
           end-perform.

           compute ws-opening-balance =
               lp-balance - ws-period-points.

       250-print-statement.
           add 1                       to ws-statement-counter.

           move spaces                 to customer-rec.
           move lp-customer-no         to cm-customer-no.
           read customer-master
               key is cm-customer-no
               invalid key
                   move "** NOT ON CUSTOMER MASTER **"
                                       to cm-name
           end-read.

           move lp-customer-no         to op-customer-no.
           move cm-name                to op-customer-name.
           move cm-home-store          to op-home-store.
           move cm-address             to op-address.
           move cm-city                to op-city.
           move cm-province            to op-province.
           move cm-postal-code         to op-postal-code.

           write output-line           from separator-line
               after advancing 2 lines.
           write output-line           from customer-line.
           write output-line           from address-line.
           write output-line           from city-line.

           move "OPENING BALANCE"      to op-balance-label.
           move ws-opening-balance     to op-balance-points.
           write output-line           from balance-line
               after advancing 2 lines.

           if ws-activity-count > 0
               write output-line       from activity-heading
                   after advancing 2 lines
               perform varying ws-activity-sub from 1 by 1
                       until ws-activity-sub > ws-activity-count
                   move customer-activity (ws-activity-sub)
                                       to sorted-rec
                   perform 260-print-activity
               end-perform
               if ws-overflow-flag = 'Y'
                   write output-line   from overflow-line
               end-if
           end-if.

           move "POINTS EARNED"        to op-balance-label.
           move ws-period-earned       to op-balance-points.
           write output-line           from balance-line
               after advancing 2 lines.
           move "POINTS REDEEMED"      to op-balance-label.
           move ws-period-redeemed     to op-balance-points.
           write output-line           from balance-line.
           move "CLOSING BALANCE"      to op-balance-label.
           move lp-balance             to op-balance-points.
           write output-line           from balance-line.

       260-print-activity.
           move la-trans-date          to op-trans-date.
           move la-store-no            to op-store-no.
           move la-invoice-no          to op-invoice-no.
           move la-trans-code          to op-trans-code.
           move la-pay-type            to op-pay-type.
           move la-amount              to op-amount.
           move la-points              to op-points.
           write output-line           from activity-line.

       300-print-footer.
           compute ws-liability-total rounded =
               ws-total-points * cnst-point-value.

           move ws-statement-counter   to op-statement-count.
           move ws-customer-counter    to op-customer-count.
           move ws-total-points        to op-total-points.
           move ws-liability-total     to op-liability.

           write output-line           from separator-line
               after advancing 2 lines.
           write output-line           from total-statements-line
               after advancing 1 line.
           write output-line           from total-customers-line.
           write output-line           from total-points-line.
           write output-line           from total-liability-line.

       400-purge-activity.
           if not activity-on-file
               exit paragraph
           end-if.

           move 'N'                    to ws-sorted-eof-flag.
           open input sorted-file.
           open output loyalty-activity.

           read sorted-file
               at end
                   move 'Y'            to ws-sorted-eof-flag
           end-read.

           perform until ws-sorted-eof-flag = 'Y'
               if la-trans-date >= ws-period-start
                   write loyalty-activity-rec
                                       from sorted-rec
                   add 1               to ws-kept-counter
               else
                   add 1               to ws-purged-counter
               end-if
               read sorted-file
                   at end
                       move 'Y'        to ws-sorted-eof-flag
               end-read
           end-perform.

           close sorted-file, loyalty-activity.

           string "Activity purged: "  delimited by size
                  ws-purged-counter    delimited by size
                  "  kept: "           delimited by size
                  ws-kept-counter      delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

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

           move "LoyaltyStatement"         to au-program-name.
           move ws-date                    to au-run-date.
           move ws-time                    to au-run-time.
           move ws-activity-counter        to au-input-count.
           move ws-statement-counter       to au-output-count.
           move return-code                to au-return-code.

           write audit-rec.
           close audit-log.

       end program LoyaltyStatement.
