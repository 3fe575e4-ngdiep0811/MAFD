       identification division.
       program-id. AuditSample.
       author. Ngoc Diep Nguyen.
       date-written. 15-October-2026.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select trans-register
               assign to "../../../data/trans-register.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is tr-invoice-no
                   alternate record key is tr-store-date
                       with duplicates
                   file status is ws-register-status.

           select approval-log
               assign to "../../../data/approval-log.dat"
                   organization is line sequential
                   file status is ws-approval-status.

           select override-history
               assign to "../../../data/price-override-history.dat"
                   organization is line sequential
                   file status is ws-override-status.

           select pop-file
               assign to "../../../data/audit-pop.tmp"
                   organization is line sequential.

           select pop-marked-file
               assign to "../../../data/audit-pop-marked.tmp"
                   organization is line sequential.

           select sort-work
               assign to "../../../data/audit-sort.tmp".

           select pop-sorted-file
               assign to "../../../data/audit-pop-sorted.tmp"
                   organization is line sequential.

           select selected-file
               assign to "../../../data/audit-selected.tmp"
                   organization is line sequential.

           select selected-sorted-file
               assign to "../../../data/audit-selected-sorted.tmp"
                   organization is line sequential.

           select sample-file
               assign to "../../../data/audit-sample.dat"
                   organization is line sequential
                   file status is ws-sample-status.

           select output-file
               assign to "../../../data/audit-sample.out"
                   organization is line sequential.

           select audit-log
               assign to "../../../data/audit-trail.dat"
                   organization is line sequential
                   file status is ws-audit-status.

           select operator-input
               assign to "../../../data/auditsample-input.dat"
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

       fd trans-register
           data record is trans-register-rec.
       01 trans-register-rec.
           05 tr-invoice-no            pic x(09).
           05 tr-trans-code            pic x.
           05 tr-trans-amount          pic 9(07)v99.
           05 tr-pay-type              pic xx.
           05 tr-store-no              pic xx.
           05 tr-sku-code              pic x(15).
           05 tr-trans-date            pic 9(08).
           05 tr-disposition           pic x(10).
           05 tr-error-desc            pic x(26).
           05 tr-card-no               pic x(16).
           05 tr-cashier-id            pic x(05).
           05 tr-store-date.
               10 tr-sd-store-no       pic xx.
               10 tr-sd-trans-date     pic 9(08).
           05 tr-trans-time            pic x(06).

       fd approval-log
           data record is approval-log-rec
           record contains 177 characters.
       01 approval-log-rec.
           05 al-run-date              pic x(08).
           05 al-run-time              pic x(08).
           05 al-operator              pic x(10).
           05 al-decision              pic x.
           05 al-record                pic x(150).

       fd override-history
           data record is override-history-rec
           record contains 68 characters.
       01 override-history-rec.
           05 po-store-no              pic xx.
           05 po-cashier-id            pic x(05).
           05 po-invoice-number        pic x(09).
           05 po-sku-code              pic x(15).
           05 po-trans-date            pic 9(08).
           05 filler                   pic x(29).

       fd pop-file
           data record is pop-rec
           record contains 64 characters.
       01 pop-rec                      pic x(64).

       fd pop-marked-file
           data record is pop-marked-rec
           record contains 64 characters.
       01 pop-marked-rec               pic x(64).

       sd sort-work
           data record is sort-rec.
       01 sort-rec.
           05 sw-ordinal               pic 9(07).
           05 sw-random                pic 9(10).
           05 filler                   pic x(07).
           05 sw-store-no              pic xx.
           05 sw-invoice-no            pic x(09).
           05 filler                   pic x(29).

       fd pop-sorted-file
           data record is pop-sorted-rec
           record contains 64 characters.
       01 pop-sorted-rec               pic x(64).

       fd selected-file
           data record is selected-rec
           record contains 64 characters.
       01 selected-rec                 pic x(64).

       fd selected-sorted-file
           data record is selected-sorted-rec
           record contains 64 characters.
       01 selected-sorted-rec          pic x(64).

       fd sample-file
           data record is sample-rec
           record contains 130 characters.
       01 sample-rec.
           05 as-sample-id             pic x(10).
           05 as-rec-type              pic x.
               88 sample-parameters      value 'P'.
               88 sample-item            value 'S'.
           05 as-parameters.
               10 as-from-date         pic 9(08).
               10 as-to-date           pic 9(08).
               10 as-method            pic x.
               10 as-sample-size       pic 9(05).
               10 as-seed              pic 9(10).
               10 as-high-threshold    pic 9(07)v99.
               10 as-min-high          pic 9(03).
               10 as-min-return        pic 9(03).
               10 as-min-void          pic 9(03).
               10 as-min-override      pic 9(03).
               10 as-population        pic 9(07).
               10 as-population-value  pic 9(11)v99.
               10 as-selected          pic 9(05).
               10 as-interval          pic 9(11).
               10 as-start             pic 9(11).
               10 as-run-date          pic 9(08).
               10 filler               pic x(11).
           05 as-item redefines as-parameters.
               10 as-item-no           pic 9(05).
               10 as-invoice-no        pic x(09).
               10 as-store-no          pic xx.
               10 as-trans-date        pic 9(08).
               10 as-trans-code        pic x.
               10 as-pay-type          pic xx.
               10 as-trans-amount      pic 9(07)v99.
               10 as-cashier-id        pic x(05).
               10 as-reason            pic x(04).
               10 as-strata            pic x(04).
               10 as-ordinal           pic 9(07).
               10 filler               pic x(63).

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

       01 ws-register-status            pic xx value spaces.
       01 ws-approval-status            pic xx value spaces.
       01 ws-override-status            pic xx value spaces.
       01 ws-sample-status              pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.
       01 ws-clock                      pic 9(08) value 0.

       01 pop-work.
           05 pw-ordinal               pic 9(07).
           05 pw-random                pic 9(10).
           05 pw-main-flag             pic x.
               88 pw-selected            value 'Y'.
           05 pw-reason                pic x(04).
           05 pw-filler                pic xx.
           05 pw-store-no              pic xx.
           05 pw-invoice-no            pic x(09).
           05 pw-trans-code            pic x.
           05 pw-pay-type              pic xx.
           05 pw-trans-amount          pic 9(07)v99.
           05 pw-trans-date            pic 9(08).
           05 pw-cashier-id            pic x(05).
           05 pw-strata.
               10 pw-high-flag         pic x.
               10 pw-return-flag       pic x.
               10 pw-void-flag         pic x.
               10 pw-override-flag     pic x.

       01 ws-override-count             pic 9(04) value 0.
       01 override-table.
           05 override-entry            occurs 1 to 4000 times
                                         depending on ws-override-count.
               10 ov-invoice-no         pic x(09).
       01 ws-override-sub               pic 9(04) value 0.
       01 ws-override-found-flag        pic x value 'N'.

       01 sample-parameters-in.
           05 ws-from-date             pic 9(08) value 0.
           05 ws-to-date               pic 9(08) value 0.
           05 ws-method                pic x value 'R'.
               88 method-random          value 'R'.
               88 method-systematic      value 'S'.
               88 method-monetary        value 'M'.
           05 ws-sample-size           pic 9(05) value 25.
           05 ws-seed                  pic 9(10) value 0.
           05 ws-high-threshold        pic 9(07)v99 value 1000.00.
           05 ws-min-high              pic 9(03) value 0.
           05 ws-min-return            pic 9(03) value 0.
           05 ws-min-void              pic 9(03) value 0.
           05 ws-min-override          pic 9(03) value 0.
       01 ws-seed-used                  pic 9(10) value 0.
       01 ws-date-in                    pic x(08).
       01 ws-date-in-n redefines ws-date-in
                                        pic 9(08).
       01 ws-number-in                  pic x(12) value spaces.

       01 cnst-modulus                  pic 9(10) value 2147483647.
       01 cnst-multiplier               pic 9(05) value 16807.
       01 ws-random-work                pic 9(18) value 0.
       01 ws-random-quotient            pic 9(18) value 0.

       01 ws-sample-id                  pic x(10) value spaces.
       01 ws-sample-seq                 pic 99 value 0.
       01 ws-last-seq                   pic 99 value 0.

       01 selection-work.
           05 ws-interval              pic 9(11) value 0.
           05 ws-start                 pic 9(11) value 0.
           05 ws-next-point            pic 9(13) value 0.
           05 ws-cum-before            pic 9(13) value 0.
           05 ws-cum-after             pic 9(13) value 0.
           05 ws-item-cents            pic 9(11) value 0.
           05 ws-offset                pic 9(07) value 0.
           05 ws-offset-quotient       pic 9(07) value 0.
           05 ws-offset-remainder      pic 9(07) value 0.
           05 ws-population-cents      pic 9(13) value 0.

       01 population-totals.
           05 ws-population            pic 9(07) value 0.
           05 ws-population-value      pic 9(11)v99 value 0.
           05 ws-pop-high              pic 9(07) value 0.
           05 ws-pop-return            pic 9(07) value 0.
           05 ws-pop-void              pic 9(07) value 0.
           05 ws-pop-override          pic 9(07) value 0.

       01 selection-totals.
           05 ws-main-picks            pic 9(05) value 0.
           05 ws-coverage-picks        pic 9(05) value 0.
           05 ws-selected-count        pic 9(05) value 0.
           05 ws-sel-high              pic 9(05) value 0.
           05 ws-sel-return            pic 9(05) value 0.
           05 ws-sel-void              pic 9(05) value 0.
           05 ws-sel-override          pic 9(05) value 0.
           05 ws-selected-value        pic 9(11)v99 value 0.

       01 ws-short-flag                 pic x value 'N'.
       01 ws-cov-population             pic 9(07) value 0.
       01 ws-cov-minimum                pic 9(03) value 0.
       01 ws-item-no                    pic 9(05) value 0.

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
               value "GROUP PROJECT - MFD-33".

       01 title-heading.
           05 filler                   pic x(16)
               value spaces.
           05 filler                   pic x(46)
               value "AUDIT SAMPLE SELECTION WORKSHEET".

       01 parameter-line-1.
           05 filler                   pic x(11)
               value "Sample id: ".
           05 op-sample-id             pic x(10).
           05 filler                   pic x(11)
               value "   Period: ".
           05 op-from-date             pic 9(08).
           05 filler                   pic x(04)
               value " to ".
           05 op-to-date               pic 9(08).
           05 filler                   pic x(11)
               value "   Method: ".
           05 op-method                pic x(14).

       01 parameter-line-2.
           05 filler                   pic x(06)
               value "Seed: ".
           05 op-seed                  pic 9(10).
           05 filler                   pic x(16)
               value "   Sample size: ".
           05 op-sample-size           pic zzzz9.
           05 filler                   pic x(13)
               value "   Interval: ".
           05 op-interval              pic z(10)9.
           05 op-interval-unit         pic x(08).
           05 filler                   pic x(17)
               value "   Random start: ".
           05 op-start                 pic z(10)9.

       01 parameter-line-3.
           05 filler                   pic x(12)
               value "Population: ".
           05 op-population            pic z(06)9.
           05 filler                   pic x(35)
               value " posted transactions, total value ".
           05 op-population-value      pic zzz,zzz,zzz,zz9.99.

       01 parameter-line-4.
           05 filler                   pic x(27)
               value "High-value threshold:      ".
           05 op-high-threshold        pic z,zzz,zz9.99.

       01 detail-heading-1.
           05 filler                   pic x(07)
               value " ITEM".
           05 filler                   pic x(11)
               value "INVOICE".
           05 filler                   pic x(07)
               value "STORE".
           05 filler                   pic x(10)
               value "DATE".
           05 filler                   pic x(05)
               value "CODE".
           05 filler                   pic x(04)
               value "PAY".
           05 filler                   pic x(14)
               value "      AMOUNT".
           05 filler                   pic x(08)
               value "CASHIER".
           05 filler                   pic x(12)
               value "REASON".
           05 filler                   pic x(07)
               value "FLAGS".
           05 filler                   pic x(08)
               value "RESULT".
           05 filler                   pic x(12)
               value "TESTED BY".
           05 filler                   pic x(14)
               value "REFERENCE".

       01 detail-line.
           05 op-item-no               pic zzzz9.
           05 filler                   pic x(02)
               value spaces.
           05 op-invoice-no            pic x(09).
           05 filler                   pic x(02)
               value spaces.
           05 op-store-no              pic xx.
           05 filler                   pic x(05)
               value spaces.
           05 op-trans-date            pic 9(08).
           05 filler                   pic x(02)
               value spaces.
           05 op-trans-code            pic x.
           05 filler                   pic x(04)
               value spaces.
           05 op-pay-type              pic xx.
           05 filler                   pic x(02)
               value spaces.
           05 op-trans-amount          pic z,zzz,zz9.99.
           05 filler                   pic x(02)
               value spaces.
           05 op-cashier-id            pic x(05).
           05 filler                   pic x(03)
               value spaces.
           05 op-reason                pic x(10).
           05 filler                   pic x(02)
               value spaces.
           05 op-strata                pic x(04).
           05 filler                   pic x(03)
               value spaces.
           05 filler                   pic x(08)
               value "[    ]".
           05 filler                   pic x(12)
               value "__________".
           05 filler                   pic x(14)
               value "______________".

       01 coverage-heading.
           05 filler                   pic x(20)
               value "COVERAGE".
           05 filler                   pic x(14)
               value "  POPULATION".
           05 filler                   pic x(10)
               value "   MINIMUM".
           05 filler                   pic x(11)
               value "   SELECTED".

       01 coverage-line.
           05 op-cov-label             pic x(20).
           05 filler                   pic x(05)
               value spaces.
           05 op-cov-population        pic z(06)9.
           05 filler                   pic x(07)
               value spaces.
           05 op-cov-minimum           pic zz9.
           05 filler                   pic x(06)
               value spaces.
           05 op-cov-selected          pic zzzz9.
           05 filler                   pic x(02)
               value spaces.
           05 op-cov-note              pic x(24).

       01 summary-line.
           05 op-summary-label         pic x(34).
           05 op-summary-count         pic zzzzzz9.

       01 summary-value-line.
           05 op-summary-value-label   pic x(34).
           05 op-summary-value         pic zzz,zzz,zzz,zz9.99.

       01 flags.
           05 ws-eof-flag              pic x value 'N'.

       01 counters.
           05 ws-register-counter      pic 9(07) value 0.

       procedure division.

       000-Main.

           perform 040-load-run-mode.
           perform 045-open-operator-input.
           perform 042-load-process-date.

           accept ws-hdr-date          from date.
           accept ws-hdr-time          from time.
           accept ws-clock             from time.

           if date-overridden
               move ws-process-date (3:6)
                                       to ws-hdr-date
           end-if.
           move ws-hdr-date            to ws-date.
           move ws-hdr-time            to ws-time.

           move "Audit Sample Selection" to ws-console-line.
           perform 910-put-console.

           perform 100-accept-parameters.

           if batch-mode and ws-script-status = "00"
               close operator-input
           end-if.

           perform 150-load-overrides.
           perform 200-build-population.

           if ws-register-status not = "00" and
              ws-register-status not = "10"
               move "Transaction register not available."
                                       to ws-console-line
               perform 910-put-console
               move 8                  to return-code
               perform 900-write-audit-record
               goback
           end-if.

           perform 300-select-main-sample.

           sort sort-work
               on ascending key sw-random
               using pop-marked-file
               giving pop-sorted-file.

           perform 400-select-coverage.

           if ws-selected-count > 0
               sort sort-work
                   on ascending key sw-store-no
                                    sw-invoice-no
                   using selected-file
                   giving selected-sorted-file
           end-if.

           perform 500-assign-sample-id.
           perform 600-print-worksheet.

           string "Population         : " delimited by size
                  ws-population           delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           string "Items selected     : " delimited by size
                  ws-selected-count       delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           string "Sample id " delimited by size
                  ws-sample-id            delimited by size
                  " seed "                delimited by size
                  ws-seed-used            delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           move "End of Audit Sample Program."
                                       to ws-console-line.
           perform 910-put-console.

           if not batch-mode
               display "Press Enter to continue.."
               accept return-code
           end-if.

           move 0                      to return-code.
           if ws-short-flag = 'Y'
               move 4                  to return-code
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

       045-open-operator-input.
           if batch-mode
               open input operator-input
               if ws-script-status not = "00"
                   move 'Y'            to ws-script-eof-flag
               end-if
           end-if.

       100-accept-parameters.
           divide ws-process-date by 100 giving ws-from-date.
           compute ws-from-date = ws-from-date * 100 + 1.
           move ws-process-date        to ws-to-date.

           if not batch-mode
               display "From date yyyymmdd (blank = start of month): "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:8)   to ws-date-in.
           if ws-date-in is numeric
               move ws-date-in-n       to ws-from-date
           end-if.

           if not batch-mode
               display "To date yyyymmdd (blank = business date): "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:8)   to ws-date-in.
           if ws-date-in is numeric
               move ws-date-in-n       to ws-to-date
           end-if.
           if ws-from-date > ws-to-date
               move ws-to-date         to ws-from-date
           end-if.

           if not batch-mode
               display "Method R = random, S = systematic, "
                       "M = monetary unit (blank = R): "
           end-if.
           perform 920-get-reply.
           evaluate ws-script-line (1:1)
               when 'S'
               when 's'
                   move 'S'            to ws-method
               when 'M'
               when 'm'
                   move 'M'            to ws-method
           end-evaluate.

           if not batch-mode
               display "Sample size (blank = 25): "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:12)  to ws-number-in.
           if ws-number-in not = spaces
               compute ws-sample-size =
                   function numval (ws-number-in)
           end-if.
           if ws-sample-size = 0
               move 25                 to ws-sample-size
           end-if.

           if not batch-mode
               display "Seed (blank = new seed): "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:12)  to ws-number-in.
           if ws-number-in not = spaces
               compute ws-seed = function numval (ws-number-in)
           end-if.
           if ws-seed = 0
               compute ws-seed = ws-clock * 7 + ws-process-date
           end-if.
           divide ws-seed by cnst-modulus
               giving ws-random-quotient
               remainder ws-seed.
           if ws-seed = 0
               move 1                  to ws-seed
           end-if.
           move ws-seed                to ws-seed-used.

           if not batch-mode
               display "High-value threshold (blank = 1000.00): "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:12)  to ws-number-in.
           if ws-number-in not = spaces
               compute ws-high-threshold =
                   function numval (ws-number-in)
           end-if.
           if ws-high-threshold = 0
               move 1000.00            to ws-high-threshold
           end-if.

           if not batch-mode
               display "Minimum high-value items (blank = 0): "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:12)  to ws-number-in.
           if ws-number-in not = spaces
               compute ws-min-high = function numval (ws-number-in)
           end-if.

           if not batch-mode
               display "Minimum returns (blank = 0): "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:12)  to ws-number-in.
           if ws-number-in not = spaces
               compute ws-min-return = function numval (ws-number-in)
           end-if.

           if not batch-mode
               display "Minimum voids (blank = 0): "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:12)  to ws-number-in.
           if ws-number-in not = spaces
               compute ws-min-void = function numval (ws-number-in)
           end-if.

           if not batch-mode
               display "Minimum overrides (blank = 0): "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:12)  to ws-number-in.
           if ws-number-in not = spaces
               compute ws-min-override =
                   function numval (ws-number-in)
           end-if.

       150-load-overrides.
           move 'N'                    to ws-eof-flag.
           open input approval-log.
           if ws-approval-status not = "00"
               move 'Y'                to ws-eof-flag
           else
               read approval-log
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-if.
           perform until ws-eof-flag = 'Y'
               if al-decision = 'A' and ws-override-count < 4000
                   add 1               to ws-override-count
                   move al-record (15:9)
                                       to ov-invoice-no
                                          (ws-override-count)
               end-if
               read approval-log
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.
           if ws-approval-status = "00" or ws-approval-status = "10"
               close approval-log
           end-if.

           move 'N'                    to ws-eof-flag.
           open input override-history.
           if ws-override-status not = "00"
               move 'Y'                to ws-eof-flag
           else
               read override-history
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-if.
           perform until ws-eof-flag = 'Y'
               if po-invoice-number not = spaces and
                  po-trans-date is numeric and
                  po-trans-date not < ws-from-date and
                  po-trans-date not > ws-to-date and
                  ws-override-count < 4000
                   add 1               to ws-override-count
                   move po-invoice-number
                                       to ov-invoice-no
                                          (ws-override-count)
               end-if
               read override-history
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.
           if ws-override-status = "00" or ws-override-status = "10"
               close override-history
           end-if.

       200-build-population.
           open input trans-register.
           if ws-register-status not = "00"
               exit paragraph
           end-if.

           open output pop-file.
           move 'N'                    to ws-eof-flag.
           read trans-register next record
               at end
                   move 'Y'            to ws-eof-flag
           end-read.

           perform until ws-eof-flag = 'Y'
               add 1                   to ws-register-counter
               if tr-trans-date >= ws-from-date and
                  tr-trans-date <= ws-to-date and
                  tr-disposition = "ACCEPTED" and
                  tr-trans-amount is numeric
                   perform 210-add-to-population
               end-if
               read trans-register next record
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           close pop-file.
           close trans-register.
           move "00"                   to ws-register-status.

       210-add-to-population.
           add 1                       to ws-population.
           move spaces                 to pop-work.
           move ws-population          to pw-ordinal.
           perform 800-next-random.
           move ws-seed                to pw-random.
           move 'N'                    to pw-main-flag.
           move tr-store-no            to pw-store-no.
           move tr-invoice-no          to pw-invoice-no.
           move tr-trans-code          to pw-trans-code.
           move tr-pay-type            to pw-pay-type.
           move tr-trans-amount        to pw-trans-amount.
           move tr-trans-date          to pw-trans-date.
           move tr-cashier-id          to pw-cashier-id.
           move "----"                 to pw-strata.

           if tr-trans-amount >= ws-high-threshold
               move 'H'                to pw-high-flag
               add 1                   to ws-pop-high
           end-if.
           if tr-trans-code = 'R'
               move 'R'                to pw-return-flag
               add 1                   to ws-pop-return
           end-if.
           if tr-trans-code = 'V'
               move 'V'                to pw-void-flag
               add 1                   to ws-pop-void
           end-if.

           move 'N'                    to ws-override-found-flag.
           perform varying ws-override-sub from 1 by 1
                   until ws-override-sub > ws-override-count
               if ov-invoice-no (ws-override-sub) = tr-invoice-no
                   move 'Y'            to ws-override-found-flag
                   exit perform
               end-if
           end-perform.
           if ws-override-found-flag = 'Y'
               move 'O'                to pw-override-flag
               add 1                   to ws-pop-override
           end-if.

           add tr-trans-amount         to ws-population-value.
           write pop-rec               from pop-work.

       300-select-main-sample.
           compute ws-population-cents = ws-population-value * 100.

           evaluate true
               when method-systematic
                   if ws-sample-size >= ws-population
                       move 1          to ws-interval
                       move 1          to ws-start
                   else
                       divide ws-population by ws-sample-size
                           giving ws-interval
                       perform 800-next-random
                       divide ws-seed by ws-interval
                           giving ws-random-quotient
                           remainder ws-start
                       add 1           to ws-start
                   end-if
               when method-monetary
                   divide ws-population-cents by ws-sample-size
                       giving ws-interval
                   if ws-interval = 0
                       move 1          to ws-interval
                   end-if
                   perform 800-next-random
                   divide ws-seed by ws-interval
                       giving ws-random-quotient
                       remainder ws-start
                   add 1               to ws-start
                   move ws-start       to ws-next-point
               when other
                   continue
           end-evaluate.

           move 0                      to ws-cum-before.
           open input pop-file.
           open output pop-marked-file.
           move 'N'                    to ws-eof-flag.
           read pop-file into pop-work
               at end
                   move 'Y'            to ws-eof-flag
           end-read.

           perform until ws-eof-flag = 'Y'
               evaluate true
                   when method-systematic
                       perform 310-check-systematic
                   when method-monetary
                       perform 320-check-monetary
                   when other
                       continue
               end-evaluate
               if pw-selected
                   move "MAIN"         to pw-reason
                   add 1               to ws-main-picks
                   perform 410-count-selected
               end-if
               write pop-marked-rec    from pop-work
               read pop-file into pop-work
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           close pop-file.
           close pop-marked-file.

       310-check-systematic.
           if pw-ordinal >= ws-start
               compute ws-offset = pw-ordinal - ws-start
               divide ws-offset by ws-interval
                   giving ws-offset-quotient
                   remainder ws-offset-remainder
               if ws-offset-remainder = 0 and
                  ws-offset-quotient < ws-sample-size
                   move 'Y'            to pw-main-flag
               end-if
           end-if.

       320-check-monetary.
           compute ws-item-cents = pw-trans-amount * 100.
           compute ws-cum-after = ws-cum-before + ws-item-cents.
           perform until ws-next-point > ws-cum-after
               if ws-next-point > ws-cum-before
                   move 'Y'            to pw-main-flag
               end-if
               add ws-interval         to ws-next-point
           end-perform.
           move ws-cum-after           to ws-cum-before.

       400-select-coverage.
           open input pop-sorted-file.
           open output selected-file.
           move 'N'                    to ws-eof-flag.
           read pop-sorted-file into pop-work
               at end
                   move 'Y'            to ws-eof-flag
           end-read.

           perform until ws-eof-flag = 'Y'
               if not pw-selected and method-random and
                  ws-main-picks < ws-sample-size
                   move 'Y'            to pw-main-flag
                   move "MAIN"         to pw-reason
                   add 1               to ws-main-picks
                   perform 410-count-selected
               end-if
               if not pw-selected
                   perform 420-check-minimums
               end-if
               if pw-selected
                   write selected-rec  from pop-work
               end-if
               read pop-sorted-file into pop-work
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           close pop-sorted-file.
           close selected-file.

           if (ws-pop-high < ws-min-high) or
              (ws-pop-return < ws-min-return) or
              (ws-pop-void < ws-min-void) or
              (ws-pop-override < ws-min-override)
               move 'Y'                to ws-short-flag
               move "Population too small for a coverage minimum."
                                       to ws-console-line
               perform 910-put-console
           end-if.

       410-count-selected.
           add 1                       to ws-selected-count.
           add pw-trans-amount         to ws-selected-value.
           if pw-high-flag = 'H'
               add 1                   to ws-sel-high
           end-if.
           if pw-return-flag = 'R'
               add 1                   to ws-sel-return
           end-if.
           if pw-void-flag = 'V'
               add 1                   to ws-sel-void
           end-if.
           if pw-override-flag = 'O'
               add 1                   to ws-sel-override
           end-if.

       420-check-minimums.
           evaluate true
               when pw-high-flag = 'H' and ws-sel-high < ws-min-high
                   move "HIGH"         to pw-reason
               when pw-return-flag = 'R' and
                    ws-sel-return < ws-min-return
                   move "RETN"         to pw-reason
               when pw-void-flag = 'V' and ws-sel-void < ws-min-void
                   move "VOID"         to pw-reason
               when pw-override-flag = 'O' and
                    ws-sel-override < ws-min-override
                   move "OVRD"         to pw-reason
               when other
                   move spaces         to pw-reason
           end-evaluate.
           if pw-reason not = spaces
               move 'Y'                to pw-main-flag
               add 1                   to ws-coverage-picks
               perform 410-count-selected
           end-if.

       500-assign-sample-id.
           move 0                      to ws-last-seq.
           open input sample-file.
           if ws-sample-status = "00"
               move 'N'                to ws-eof-flag
               read sample-file
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
               perform until ws-eof-flag = 'Y'
                   if sample-parameters and
                      as-sample-id (1:8) = ws-process-date and
                      as-sample-id (9:2) is numeric
                       move as-sample-id (9:2)
                                       to ws-sample-seq
                       if ws-sample-seq > ws-last-seq
                           move ws-sample-seq
                                       to ws-last-seq
                       end-if
                   end-if
                   read sample-file
                       at end
                           move 'Y'    to ws-eof-flag
                   end-read
               end-perform
               close sample-file
           end-if.
           compute ws-sample-seq = ws-last-seq + 1.
           move ws-process-date        to ws-sample-id (1:8).
           move ws-sample-seq          to ws-sample-id (9:2).

           open extend sample-file.
           if ws-sample-status = "35"
               open output sample-file
               close sample-file
               open extend sample-file
           end-if.

           move spaces                 to sample-rec.
           move ws-sample-id           to as-sample-id.
           move 'P'                    to as-rec-type.
           move ws-from-date           to as-from-date.
           move ws-to-date             to as-to-date.
           move ws-method              to as-method.
           move ws-sample-size         to as-sample-size.
           move ws-seed-used           to as-seed.
           move ws-high-threshold      to as-high-threshold.
           move ws-min-high            to as-min-high.
           move ws-min-return          to as-min-return.
           move ws-min-void            to as-min-void.
           move ws-min-override        to as-min-override.
           move ws-population          to as-population.
           move ws-population-value    to as-population-value.
           move ws-selected-count      to as-selected.
           move ws-interval            to as-interval.
           move ws-start               to as-start.
           move ws-process-date        to as-run-date.
           write sample-rec.

       600-print-worksheet.
           open output output-file.
           write output-line           from team-title.
           write output-line           from main-heading
               after advancing 1 line.
           write output-line           from title-heading
               after advancing 1 line.

           move ws-sample-id           to op-sample-id.
           move ws-from-date           to op-from-date.
           move ws-to-date             to op-to-date.
           evaluate true
               when method-systematic
                   move "SYSTEMATIC"   to op-method
                   move " records"     to op-interval-unit
               when method-monetary
                   move "MONETARY UNIT"
                                       to op-method
                   move " cents"       to op-interval-unit
               when other
                   move "RANDOM"       to op-method
                   move spaces         to op-interval-unit
           end-evaluate.
           write output-line           from parameter-line-1
               after advancing 2 lines.

           move ws-seed-used           to op-seed.
           move ws-sample-size         to op-sample-size.
           move ws-interval            to op-interval.
           move ws-start               to op-start.
           write output-line           from parameter-line-2
               after advancing 1 line.

           move ws-population          to op-population.
           move ws-population-value    to op-population-value.
           write output-line           from parameter-line-3
               after advancing 1 line.

           move ws-high-threshold      to op-high-threshold.
           write output-line           from parameter-line-4
               after advancing 1 line.

           write output-line           from detail-heading-1
               after advancing 2 lines.

           move 0                      to ws-item-no.
           if ws-selected-count > 0
               open input selected-sorted-file
               move 'N'                to ws-eof-flag
               read selected-sorted-file into pop-work
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
               perform until ws-eof-flag = 'Y'
                   perform 610-print-item
                   read selected-sorted-file into pop-work
                       at end
                           move 'Y'    to ws-eof-flag
                   end-read
               end-perform
               close selected-sorted-file
           end-if.
           close sample-file.

           write output-line           from coverage-heading
               after advancing 3 lines.
           move "High value"           to op-cov-label.
           move ws-pop-high            to ws-cov-population.
           move ws-min-high            to ws-cov-minimum.
           move ws-sel-high            to op-cov-selected.
           perform 620-coverage-note.
           move "Returns"              to op-cov-label.
           move ws-pop-return          to ws-cov-population.
           move ws-min-return          to ws-cov-minimum.
           move ws-sel-return          to op-cov-selected.
           perform 620-coverage-note.
           move "Voids"                to op-cov-label.
           move ws-pop-void            to ws-cov-population.
           move ws-min-void            to ws-cov-minimum.
           move ws-sel-void            to op-cov-selected.
           perform 620-coverage-note.
           move "Overrides"            to op-cov-label.
           move ws-pop-override        to ws-cov-population.
           move ws-min-override        to ws-cov-minimum.
           move ws-sel-override        to op-cov-selected.
           perform 620-coverage-note.

           move "Items in main sample" to op-summary-label.
           move ws-main-picks          to op-summary-count.
           write output-line           from summary-line
               after advancing 2 lines.
           move "Items added for coverage"
                                       to op-summary-label.
           move ws-coverage-picks      to op-summary-count.
           write output-line           from summary-line
               after advancing 1 line.
           move "Total items selected" to op-summary-label.
           move ws-selected-count      to op-summary-count.
           write output-line           from summary-line
               after advancing 1 line.
           move "Value of items selected"
                                       to op-summary-value-label.
           move ws-selected-value      to op-summary-value.
           write output-line           from summary-value-line
               after advancing 1 line.

           close output-file.

       610-print-item.
           add 1                       to ws-item-no.
           move ws-item-no             to op-item-no.
           move pw-invoice-no          to op-invoice-no.
           move pw-store-no            to op-store-no.
           move pw-trans-date          to op-trans-date.
           move pw-trans-code          to op-trans-code.
           move pw-pay-type            to op-pay-type.
           move pw-trans-amount        to op-trans-amount.
           move pw-cashier-id          to op-cashier-id.
           move pw-strata              to op-strata.
           evaluate pw-reason
               when "MAIN"
                   move "SAMPLE"       to op-reason
               when "HIGH"
                   move "HIGH VALUE"   to op-reason
               when "RETN"
                   move "RETURN"       to op-reason
               when "VOID"
                   move "VOID"         to op-reason
               when "OVRD"
                   move "OVERRIDE"     to op-reason
               when other
                   move pw-reason      to op-reason
           end-evaluate.
           write output-line           from detail-line
               after advancing 2 lines.

           move spaces                 to sample-rec.
           move ws-sample-id           to as-sample-id.
           move 'S'                    to as-rec-type.
           move ws-item-no             to as-item-no.
           move pw-invoice-no          to as-invoice-no.
           move pw-store-no            to as-store-no.
           move pw-trans-date          to as-trans-date.
           move pw-trans-code          to as-trans-code.
           move pw-pay-type            to as-pay-type.
           move pw-trans-amount        to as-trans-amount.
           move pw-cashier-id          to as-cashier-id.
           move pw-reason              to as-reason.
           move pw-strata              to as-strata.
           move pw-ordinal             to as-ordinal.
           write sample-rec.

       620-coverage-note.
           move ws-cov-population      to op-cov-population.
           move ws-cov-minimum         to op-cov-minimum.
           move spaces                 to op-cov-note.
           if ws-cov-population < ws-cov-minimum
               move "POPULATION BELOW MINIMUM"
                                       to op-cov-note
           end-if.
           write output-line           from coverage-line
               after advancing 1 line.

       800-next-random.
           compute ws-random-work = ws-seed * cnst-multiplier.
           divide ws-random-work by cnst-modulus
               giving ws-random-quotient
               remainder ws-seed.

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

           move "AuditSample"              to au-program-name.
           move ws-date                    to au-run-date.
           move ws-time                    to au-run-time.
           move ws-population              to au-input-count.
           move ws-selected-count          to au-output-count.
           move return-code                to au-return-code.

           write audit-rec.
           close audit-log.

       end program AuditSample.
