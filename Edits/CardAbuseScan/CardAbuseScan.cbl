       identification division.
       program-id. CardAbuseScan.
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

           select invoice-history
               assign to "../../../data/invoice-history.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is ih-invoice-no
                   file status is ws-ih-status.

           select store-master
               assign to "../../../data/store-master.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is sm-store-no
                   file status is ws-store-master-status.

           select score-work
               assign to "../../../data/card-score.tmp"
                   organization is line sequential
                   file status is ws-score-status.

           select sort-work
               assign to "../../../data/card-sort.tmp".

           select suspect-file
               assign to "../../../data/suspect-cards.dat"
                   organization is line sequential
                   file status is ws-suspect-status.

           select output-file
               assign to "../../../data/refund-abuse.out"
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

       fd invoice-history
           data record is invoice-history-rec.
       01 invoice-history-rec.
           05 ih-invoice-no            pic x(09).
           05 ih-store-no              pic xx.
           05 ih-trans-code            pic x.
           05 ih-trans-amount          pic 9(07)v99.
           05 ih-post-date             pic 9(08).

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

       fd score-work
           data record is score-work-rec
           record contains 80 characters.
       01 score-work-rec               pic x(80).

       sd sort-work
           data record is sort-rec.
       01 sort-rec.
           05 sw-card-no               pic x(16).
           05 sw-score                 pic 9(05).
           05 filler                   pic x(59).

       fd suspect-file
           data record is suspect-rec
           record contains 80 characters.
       01 suspect-rec.
           05 sc-card-no               pic x(16).
           05 sc-score                 pic 9(05).
           05 sc-refund-count          pic 9(05).
           05 sc-refund-value          pic 9(07)v99.
           05 sc-store-count           pic 9(03).
           05 sc-away-count            pic 9(05).
           05 sc-near-limit-count      pic 9(05).
           05 sc-reasons               pic x(05).
           05 sc-first-date            pic 9(08).
           05 sc-last-date             pic 9(08).
           05 sc-scan-date             pic 9(08).
           05 filler                   pic x(03).

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

       01 ws-register-status            pic xx value spaces.
       01 ws-ih-status                  pic xx value spaces.
       01 ws-store-master-status        pic xx value spaces.
       01 ws-score-status               pic xx value spaces.
       01 ws-suspect-status             pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.

       01 constants.
           05 cnst-window-days         pic 9(03) value 7.
           05 cnst-refund-count-limit  pic 9(03) value 3.
           05 cnst-refund-value-limit  pic 9(07)v99 value 500.00.
           05 cnst-store-limit         pic 9(03) value 3.
           05 cnst-near-limit-pct      pic v99 value .10.
           05 cnst-near-limit-repeat   pic 9(03) value 2.
           05 cnst-suspect-score       pic 9(05) value 40.
           05 cnst-points-per-refund   pic 9(03) value 5.
           05 cnst-points-count        pic 9(03) value 20.
           05 cnst-points-value        pic 9(03) value 20.
           05 cnst-points-stores       pic 9(03) value 30.
           05 cnst-points-away         pic 9(03) value 15.
           05 cnst-points-near-limit   pic 9(03) value 15.

       01 ws-window-start               pic 9(08) value 0.

       01 ws-store-count                pic 9(03) value 0.
       01 store-table.
           05 store-entry               occurs 1 to 99 times
                                         depending on ws-store-count.
               10 st-store-no           pic xx.
               10 st-review-limit       pic 9(07)v99.
       01 ws-store-sub                  pic 9(03) value 0.
       01 ws-review-limit               pic 9(07)v99 value 0.
       01 ws-near-limit-floor           pic 9(07)v99 value 0.

       01 ws-card-count                 pic 9(04) value 0.
       01 card-table.
           05 card-entry                occurs 1 to 5000 times
                                         depending on ws-card-count.
               10 ct-card-no            pic x(16).
               10 ct-refund-count       pic 9(05).
               10 ct-refund-value       pic 9(07)v99.
               10 ct-away-count         pic 9(05).
               10 ct-near-limit-count   pic 9(05).
               10 ct-first-date         pic 9(08).
               10 ct-last-date          pic 9(08).
               10 ct-store-count        pic 9(03).
               10 ct-store-no           pic xx
                                         occurs 10 times.
       01 ws-card-sub                   pic 9(04) value 0.
       01 ws-idx-lookup                 pic 9(04) value 0.
       01 ws-rstore-sub                 pic 9(03) value 0.
       01 ws-store-found-flag           pic x value 'N'.
           88 refund-store-known         value 'Y'.

       01 ws-score                      pic 9(05) value 0.
       01 ws-reasons.
           05 ws-reason-count          pic x.
           05 ws-reason-value          pic x.
           05 ws-reason-stores         pic x.
           05 ws-reason-away           pic x.
           05 ws-reason-near-limit     pic x.

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
               value "GROUP PROJECT - MFD-25".

       01 title-heading.
           05 filler                   pic x(20)
               value spaces.
           05 filler                   pic x(42)
               value "SUSPECT CARD REFUND ACTIVITY - RANKED LIST".

       01 window-line.
           05 filler                   pic x(16)
               value "Scan window:    ".
           05 op-window-start          pic 9(08).
           05 filler                   pic x(03)
               value " - ".
           05 op-window-end            pic 9(08).
           05 filler                   pic x(18)
               value "   Suspect score: ".
           05 op-suspect-score         pic zzzz9.

       01 detail-heading.
           05 filler                   pic x(06)
               value "RANK".
           05 filler                   pic x(18)
               value "CARD NUMBER".
           05 filler                   pic x(07)
               value "SCORE".
           05 filler                   pic x(09)
               value "REFUNDS".
           05 filler                   pic x(15)
               value "  REFUND VALUE".
           05 filler                   pic x(08)
               value " STORES".
           05 filler                   pic x(07)
               value " AWAY".
           05 filler                   pic x(09)
               value " NEAR-LMT".
           05 filler                   pic x(09)
               value " REASONS".
           05 filler                   pic x(10)
               value "FIRST".
           05 filler                   pic x(08)
               value "LAST".

       01 detail-line.
           05 op-rank                  pic zzzz9.
           05 filler                   pic x(01)
               value spaces.
           05 op-card-no               pic x(16).
           05 filler                   pic x(02)
               value spaces.
           05 op-score                 pic zzzz9.
           05 filler                   pic x(04)
               value spaces.
           05 op-refund-count          pic zzzz9.
           05 filler                   pic x(02)
               value spaces.
           05 op-refund-value          pic z,zzz,zz9.99.
           05 filler                   pic x(05)
               value spaces.
           05 op-store-count           pic zz9.
           05 filler                   pic x(02)
               value spaces.
           05 op-away-count            pic zzzz9.
           05 filler                   pic x(04)
               value spaces.
           05 op-near-limit-count      pic zzzz9.
           05 filler                   pic x(03)
               value spaces.
           05 op-reasons               pic x(05).
           05 filler                   pic x(03)
               value spaces.
           05 op-first-date            pic 9(08).
           05 filler                   pic x(02)
               value spaces.
           05 op-last-date             pic 9(08).

       01 legend-line.
           05 filler                   pic x(47)
               value "Reasons: C=refund count  V=refund value  S=3+ ".
           05 filler                   pic x(46)
               value "refund stores  A=return away from sale store  ".
           05 filler                   pic x(20)
               value "L=near review limit".

       01 total-scanned-line.
           05 filler                   pic x(34)
               value "Register records scanned        = ".
           05 op-scanned-total         pic zzzzzz9.

       01 total-window-line.
           05 filler                   pic x(34)
               value "Card records in window          = ".
           05 op-window-total          pic zzzzzz9.

       01 total-cards-line.
           05 filler                   pic x(34)
               value "Cards scored                    = ".
           05 op-cards-total           pic zzzzzz9.

       01 total-suspect-line.
           05 filler                   pic x(34)
               value "Suspect cards listed            = ".
           05 op-suspect-total         pic zzzzzz9.

       01 total-value-line.
           05 filler                   pic x(34)
               value "Refund value on suspect cards   = ".
           05 op-suspect-value         pic $$$,$$$,$$9.99.

       01 flags.
           05 ws-eof-flag              pic x value 'N'.

       01 counters.
           05 ws-scanned-counter       pic 9(07) value 0.
           05 ws-window-counter        pic 9(07) value 0.
           05 ws-suspect-counter       pic 9(05) value 0.
           05 ws-overflow-counter      pic 9(05) value 0.
           05 ws-suspect-value         pic 9(09)v99 value 0.

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

           compute ws-window-start =
               function date-of-integer (
                   function integer-of-date (ws-process-date)
                       - cnst-window-days + 1).

           perform 050-load-store-limits.
           perform 100-scan-register.
           perform 200-score-cards.

           sort sort-work
               on descending key sw-score
               on ascending key sw-card-no
               using score-work
               giving suspect-file.

           perform 300-print-report.

           string "Cards scored: "    delimited by size
                  ws-card-count        delimited by size
                  "  suspects: "       delimited by size
                  ws-suspect-counter   delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           if ws-overflow-counter > 0
               string "Card table full, records skipped: "
                                       delimited by size
                      ws-overflow-counter
                                       delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
               move 4                  to return-code
           end-if.

           move "End of Card Abuse Scan Program."
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

       050-load-store-limits.
           move 'N'                    to ws-eof-flag.
           open input store-master.
           if ws-store-master-status not = "00"
               move "Store master not available."
                                       to ws-console-line
               perform 910-put-console
               exit paragraph
           end-if.

           read store-master next record
               at end
                   move 'Y'            to ws-eof-flag
           end-read.

           perform until ws-eof-flag = 'Y'
               if ws-store-count < 99
                   add 1               to ws-store-count
                   move sm-store-no    to st-store-no (ws-store-count)
                   move sm-review-limit
                                       to st-review-limit
                                          (ws-store-count)
               end-if
               read store-master next record
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           close store-master.

       100-scan-register.
           move 'N'                    to ws-eof-flag.
           open input trans-register.
           if ws-register-status not = "00"
               move "Transaction register not available."
                                       to ws-console-line
               perform 910-put-console
               exit paragraph
           end-if.

           open input invoice-history.

           read trans-register next record
               at end
                   move 'Y'            to ws-eof-flag
           end-read.

           perform until ws-eof-flag = 'Y'
               add 1                   to ws-scanned-counter
               if tr-card-no not = spaces and
                  tr-trans-date is numeric and
                  tr-trans-date >= ws-window-start and
                  tr-trans-date <= ws-process-date and
                  tr-disposition not = "REJECTED" and
                  tr-disposition not = "SUP-REJECT"
                   perform 110-tally-card
               end-if
               read trans-register next record
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           close trans-register.
           if ws-ih-status = "00" or ws-ih-status = "10" or
              ws-ih-status = "23"
               close invoice-history
           end-if.

       110-tally-card.
           if tr-trans-code not = 'R' and tr-trans-code not = 'S'
               exit paragraph
           end-if.

           add 1                       to ws-window-counter.
           perform 120-find-or-add-card.
           if ws-card-sub = 0
               add 1                   to ws-overflow-counter
               exit paragraph
           end-if.

           if ct-first-date (ws-card-sub) = 0 or
              tr-trans-date < ct-first-date (ws-card-sub)
               move tr-trans-date      to ct-first-date (ws-card-sub)
           end-if.
           if tr-trans-date > ct-last-date (ws-card-sub)
               move tr-trans-date      to ct-last-date (ws-card-sub)
           end-if.

           if tr-trans-code = 'R'
               add 1                   to ct-refund-count (ws-card-sub)
               add tr-trans-amount     to ct-refund-value (ws-card-sub)
               perform 130-note-refund-store
               perform 140-check-original-store
           else
               perform 150-check-near-limit
           end-if.

       120-find-or-add-card.
           move 0                      to ws-card-sub.
           perform varying ws-idx-lookup from 1 by 1
                   until ws-idx-lookup > ws-card-count
               if ct-card-no (ws-idx-lookup) = tr-card-no
                   move ws-idx-lookup  to ws-card-sub
                   exit perform
               end-if
           end-perform.

           if ws-card-sub = 0 and ws-card-count < 5000
               add 1                   to ws-card-count
               move ws-card-count      to ws-card-sub
               move tr-card-no         to ct-card-no (ws-card-sub)
               move 0                  to ct-refund-count (ws-card-sub)
               move 0                  to ct-refund-value (ws-card-sub)
               move 0                  to ct-away-count (ws-card-sub)
               move 0                  to ct-near-limit-count
                                          (ws-card-sub)
               move 0                  to ct-first-date (ws-card-sub)
               move 0                  to ct-last-date (ws-card-sub)
               move 0                  to ct-store-count (ws-card-sub)
           end-if.

       130-note-refund-store.
           move 'N'                    to ws-store-found-flag.
           perform varying ws-rstore-sub from 1 by 1
                   until ws-rstore-sub > ct-store-count (ws-card-sub)
               if ct-store-no (ws-card-sub, ws-rstore-sub) =
                  tr-store-no
                   move 'Y'            to ws-store-found-flag
                   exit perform
               end-if
           end-perform.

           if not refund-store-known and
              ct-store-count (ws-card-sub) < 10
               add 1                   to ct-store-count (ws-card-sub)
               move tr-store-no        to ct-store-no (ws-card-sub,
                                          ct-store-count (ws-card-sub))
           end-if.

       140-check-original-store.
           if ws-ih-status not = "00" and ws-ih-status not = "23"
               exit paragraph
           end-if.

           move tr-invoice-no          to ih-invoice-no.
           read invoice-history
               key is ih-invoice-no
               invalid key
                   continue
               not invalid key
                   if ih-store-no not = spaces and
                      ih-store-no not = tr-store-no
                       add 1           to ct-away-count (ws-card-sub)
                   end-if
           end-read.

       150-check-near-limit.
           move 0                      to ws-review-limit.
           perform varying ws-store-sub from 1 by 1
                   until ws-store-sub > ws-store-count
               if st-store-no (ws-store-sub) = tr-store-no
                   move st-review-limit (ws-store-sub)
                                       to ws-review-limit
                   exit perform
               end-if
           end-perform.

           if ws-review-limit = 0
               exit paragraph
           end-if.

           compute ws-near-limit-floor rounded =
               ws-review-limit * (1 - cnst-near-limit-pct).

           if tr-trans-amount >= ws-near-limit-floor and
              tr-trans-amount <= ws-review-limit
               add 1                   to ct-near-limit-count
                                          (ws-card-sub)
           end-if.

       200-score-cards.
           open output score-work.

           perform varying ws-card-sub from 1 by 1
                   until ws-card-sub > ws-card-count
               perform 210-score-card
               if ws-score >= cnst-suspect-score
                   perform 220-write-score
               end-if
           end-perform.

           close score-work.

       210-score-card.
           move spaces                 to ws-reasons.
           compute ws-score =
               ct-refund-count (ws-card-sub) * cnst-points-per-refund.

           if ct-refund-count (ws-card-sub) >= cnst-refund-count-limit
               add cnst-points-count   to ws-score
               move 'C'                to ws-reason-count
           end-if.

           if ct-refund-value (ws-card-sub) >= cnst-refund-value-limit
               add cnst-points-value   to ws-score
               move 'V'                to ws-reason-value
           end-if.

           if ct-store-count (ws-card-sub) >= cnst-store-limit
               add cnst-points-stores  to ws-score
               move 'S'                to ws-reason-stores
           end-if.

           if ct-away-count (ws-card-sub) > 0
               compute ws-score = ws-score +
                   ct-away-count (ws-card-sub) * cnst-points-away
               move 'A'                to ws-reason-away
           end-if.

           if ct-near-limit-count (ws-card-sub) >=
              cnst-near-limit-repeat
               compute ws-score = ws-score +
                   ct-near-limit-count (ws-card-sub)
                       * cnst-points-near-limit
               move 'L'                to ws-reason-near-limit
           end-if.

       220-write-score.
           move spaces                 to suspect-rec.
           move ct-card-no (ws-card-sub)      to sc-card-no.
           move ws-score                      to sc-score.
           move ct-refund-count (ws-card-sub) to sc-refund-count.
           move ct-refund-value (ws-card-sub) to sc-refund-value.
           move ct-store-count (ws-card-sub)  to sc-store-count.
           move ct-away-count (ws-card-sub)   to sc-away-count.
           move ct-near-limit-count (ws-card-sub)
                                              to sc-near-limit-count.
           move ws-reasons                    to sc-reasons.
           move ct-first-date (ws-card-sub)   to sc-first-date.
           move ct-last-date (ws-card-sub)    to sc-last-date.
           move ws-process-date               to sc-scan-date.
           write score-work-rec        from suspect-rec.

       300-print-report.
           open output output-file.

           write output-line           from team-title.
           write output-line           from main-heading
               after advancing 1 line.
           write output-line           from title-heading
               after advancing 1 line.

           move ws-window-start        to op-window-start.
           move ws-process-date        to op-window-end.
           move cnst-suspect-score     to op-suspect-score.
           write output-line           from window-line
               after advancing 2 lines.
           write output-line           from detail-heading
               after advancing 2 lines.

           move 'N'                    to ws-eof-flag.
           open input suspect-file.
           if ws-suspect-status not = "00"
               move 'Y'                to ws-eof-flag
           else
               read suspect-file
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = 'Y'
               perform 310-print-suspect
               read suspect-file
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           if ws-suspect-status = "00" or ws-suspect-status = "10"
               close suspect-file
           end-if.

           move ws-scanned-counter     to op-scanned-total.
           move ws-window-counter      to op-window-total.
           move ws-card-count          to op-cards-total.
           move ws-suspect-counter     to op-suspect-total.
           move ws-suspect-value       to op-suspect-value.

           write output-line           from legend-line
               after advancing 2 lines.
           write output-line           from total-scanned-line
               after advancing 2 lines.
           write output-line           from total-window-line.
           write output-line           from total-cards-line.
           write output-line           from total-suspect-line.
           write output-line           from total-value-line.

           close output-file.

       310-print-suspect.
           add 1                       to ws-suspect-counter.
           add sc-refund-value         to ws-suspect-value.

           move ws-suspect-counter     to op-rank.
           move sc-card-no             to op-card-no.
           move sc-score               to op-score.
           move sc-refund-count        to op-refund-count.
           move sc-refund-value        to op-refund-value.
           move sc-store-count         to op-store-count.
           move sc-away-count          to op-away-count.
           move sc-near-limit-count    to op-near-limit-count.
           move sc-reasons             to op-reasons.
           move sc-first-date          to op-first-date.
           move sc-last-date           to op-last-date.
           write output-line           from detail-line.

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

           move "CardAbuseScan"            to au-program-name.
           move ws-date                    to au-run-date.
           move ws-time                    to au-run-time.
           move ws-scanned-counter         to au-input-count.
           move ws-suspect-counter         to au-output-count.
           move return-code                to au-return-code.

           write audit-rec.
           close audit-log.

       end program CardAbuseScan.
