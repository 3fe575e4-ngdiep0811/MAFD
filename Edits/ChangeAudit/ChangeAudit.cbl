       identification division.
       program-id. ChangeAudit.
       author. Ngoc Diep Nguyen.
       date-written. 15-October-2026.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select change-log
               assign to dynamic ws-log-name
                   organization is line sequential
                   file status is ws-log-status.

           select operator-master
               assign to "../../../data/operator-master.dat"
                   organization is line sequential
                   file status is ws-operator-status.

           select work-file
               assign to "../../../data/change-audit-work.dat"
                   organization is line sequential.

           select sort-work
               assign to "../../../data/change-audit-sort.tmp".

           select sorted-file
               assign to "../../../data/change-audit-sorted.dat"
                   organization is line sequential.

           select output-file
               assign to "../../../data/change-audit.out"
                   organization is line sequential.

           select audit-log
               assign to "../../../data/audit-trail.dat"
                   organization is line sequential
                   file status is ws-audit-status.

           select operator-input
               assign to "../../../data/changeaudit-input.dat"
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

       fd change-log
           data record is change-log-rec
           record contains 427 characters.
       01 change-log-rec               pic x(427).

       fd operator-master
           data record is operator-rec
           record contains 51 characters.
       01 operator-rec.
           05 om-operator-id           pic x(10).
           05 om-name                  pic x(20).
           05 om-password              pic x(10).
           05 om-role                  pic x.
           05 om-approval-limit        pic 9(07)v99.
           05 om-active-flag           pic x.

       fd work-file
           data record is work-rec
           record contains 463 characters.
       01 work-rec                     pic x(463).

       sd sort-work
           data record is sort-rec.
       01 sort-rec.
           05 sw-operator              pic x(10).
           05 sw-change-date           pic 9(08).
           05 sw-change-time           pic x(08).
           05 filler                   pic x(437).

       fd sorted-file
           data record is change-rec
           record contains 463 characters.
       01 change-rec.
           05 cw-operator              pic x(10).
           05 cw-change-date           pic 9(08).
           05 cw-change-time           pic x(08).
           05 cw-change-type           pic x(10).
           05 cw-action                pic x.
           05 cw-key                   pic x(20).
           05 cw-source-no             pic 99.
           05 cw-after-hours-flag      pic x.
               88 cw-after-hours           value 'Y'.
           05 cw-operator-flag         pic x.
               88 cw-operator-inactive     value 'I'.
               88 cw-operator-unknown      value 'U'.
           05 cw-sod-flag              pic x.
               88 cw-same-operator        value 'Y'.
           05 cw-before                pic x(200).
           05 cw-after                 pic x(200).
           05 filler                   pic x(01).

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

       01 ws-log-status                 pic xx value spaces.
       01 ws-operator-status            pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.

       01 ws-log-name                   pic x(44) value spaces.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.

       01 change-source-values.
           05 filler                   pic x(40)
               value "store-maint-log.dat     STORE     04902M".
           05 filler                   pic x(40)
               value "customer-maint-log.dat  CUSTOMER  12010M".
           05 filler                   pic x(40)
               value "sku-price-log.dat       SKUPRICE  05024M".
           05 filler                   pic x(40)
               value "budget-maint-log.dat    BUDGET    04010M".
           05 filler                   pic x(40)
               value "chargeback-maint-log.datCHARGEBACK20012M".
           05 filler                   pic x(40)
               value "exchange-rate-log.dat   EXCHRATE  04011M".
           05 filler                   pic x(40)
               value "lock-maint-log.dat      LOCKCLEAR 03720M".
           05 filler                   pic x(40)
               value "recon-resolve-log.dat   RECONRES  06112M".
           05 filler                   pic x(40)
               value "approval-log.dat        APPROVAL  15009A".
           05 filler                   pic x(40)
               value "corrections-log.dat     CORRECTION00009C".
           05 filler                   pic x(40)
               value "period-close-log.dat    PERIODCLS 00007P".
       01 change-source-table redefines change-source-values.
           05 source-entry             occurs 11 times.
               10 cs-file-name         pic x(24).
               10 cs-change-type       pic x(10).
               10 cs-image-length      pic 9(03).
               10 cs-key-length        pic 99.
               10 cs-log-style         pic x.
                   88 maint-style          value 'M'.
                   88 approval-style       value 'A'.
                   88 correction-style     value 'C'.
                   88 period-close-style   value 'P'.
       01 ws-source-sub                 pic 99 value 0.

       01 type-summary-table.
           05 type-summary-entry       occurs 11 times.
               10 ts-changes           pic 9(05).
               10 ts-after-hours       pic 9(05).
               10 ts-inactive          pic 9(05).
               10 ts-same-operator     pic 9(05).
       01 operator-type-table.
           05 ot-changes               pic 9(05) occurs 11 times.

       01 ws-operator-count             pic 9(03) value 0.
       01 operator-table.
           05 operator-entry            occurs 1 to 200 times
                                         depending on ws-operator-count
                                         indexed by op-idx.
               10 opt-operator-id       pic x(10).
               10 opt-name              pic x(20).
               10 opt-role              pic x.
               10 opt-active-flag       pic x.

       01 ws-correction-count           pic 9(04) value 0.
       01 correction-table.
           05 correction-entry          occurs 1 to 2000 times
                                    depending on ws-correction-count.
               10 co-invoice-no         pic x(09).
               10 co-operator           pic x(10).
       01 ws-correction-sub             pic 9(04) value 0.

       01 ws-from-date                  pic 9(08) value 0.
       01 ws-to-date                    pic 9(08) value 0.
       01 ws-date-in                    pic x(08).
       01 ws-date-in-n redefines ws-date-in
                                        pic 9(08).

       01 ws-log-date                   pic x(08).
       01 ws-log-date-parts redefines ws-log-date.
           05 ws-log-yy                 pic xx.
           05 filler                    pic x.
           05 ws-log-mm                 pic xx.
           05 filler                    pic x.
           05 ws-log-dd                 pic xx.
       01 ws-change-date-x              pic x(08).
       01 ws-change-date-n redefines ws-change-date-x
                                        pic 9(08).
       01 ws-change-hour                pic xx.
       01 ws-change-hour-n redefines ws-change-hour
                                        pic 99.
       01 cnst-day-start-hour           pic 99 value 08.
       01 cnst-day-end-hour             pic 99 value 18.

       01 ws-after-start                pic 9(03) value 0.
       01 ws-image-length               pic 9(03) value 0.
       01 ws-key-length                 pic 99 value 0.
       01 ws-decision-text              pic x(10) value spaces.
       01 ws-period-text                pic x(07) value spaces.
       01 ws-flag-text                  pic x(40) value spaces.
       01 ws-flag-pointer               pic 99 value 0.

       01 ws-prev-operator              pic x(10) value spaces.
       01 ws-op-change-count            pic 9(05) value 0.
       01 ws-op-flag-count              pic 9(05) value 0.

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
               value "GROUP PROJECT - MFD-32".

       01 title-heading.
           05 filler                   pic x(16)
               value spaces.
           05 filler                   pic x(46)
               value "MASTER DATA AND MANUAL OVERRIDE CHANGE AUDIT".

       01 range-line.
           05 filler                   pic x(22)
               value spaces.
           05 filler                   pic x(15)
               value "Changes from  ".
           05 op-range-from            pic 9(08).
           05 filler                   pic x(04)
               value " to ".
           05 op-range-to              pic 9(08).

       01 hours-line.
           05 filler                   pic x(22)
               value spaces.
           05 filler                   pic x(15)
               value "Business hours".
           05 op-hours-start           pic 99.
           05 filler                   pic x(07)
               value ":00 to ".
           05 op-hours-end             pic 99.
           05 filler                   pic x(03)
               value ":00".

       01 section-operator-heading.
           05 filler                   pic x(30)
               value "CHANGES BY OPERATOR".

       01 operator-heading.
           05 filler                   pic x(10)
               value "OPERATOR: ".
           05 op-oh-operator           pic x(10).
           05 filler                   pic x(02)
               value spaces.
           05 op-oh-name               pic x(20).
           05 filler                   pic x(07)
               value " ROLE: ".
           05 op-oh-role               pic x.
           05 filler                   pic x(09)
               value "  STATUS:".
           05 filler                   pic x(01)
               value spaces.
           05 op-oh-status             pic x(14).

       01 detail-heading.
           05 filler                   pic x(12)
               value "  DATE".
           05 filler                   pic x(10)
               value "TIME".
           05 filler                   pic x(12)
               value "CHANGE TYPE".
           05 filler                   pic x(04)
               value "ACT".
           05 filler                   pic x(22)
               value "KEY".
           05 filler                   pic x(10)
               value "OPERATOR".
           05 filler                   pic x(40)
               value "FLAGS".

       01 detail-line.
           05 filler                   pic x(02)
               value spaces.
           05 op-change-date           pic 9(08).
           05 filler                   pic x(02)
               value spaces.
           05 op-change-time           pic x(08).
           05 filler                   pic x(02)
               value spaces.
           05 op-change-type           pic x(10).
           05 filler                   pic x(02)
               value spaces.
           05 op-action                pic x.
           05 filler                   pic x(03)
               value spaces.
           05 op-key                   pic x(20).
           05 filler                   pic x(02)
               value spaces.
           05 op-operator              pic x(10).
           05 op-flags                 pic x(40).

       01 image-line.
           05 filler                   pic x(12)
               value spaces.
           05 op-image-label           pic x(08).
           05 op-image                 pic x(100).

       01 operator-total-line.
           05 filler                   pic x(12)
               value spaces.
           05 filler                   pic x(20)
               value "Changes by operator:".
           05 op-ot-changes            pic zzzz9.
           05 filler                   pic x(12)
               value "   Flagged: ".
           05 op-ot-flagged            pic zzzz9.

       01 operator-type-line.
           05 filler                   pic x(14)
               value spaces.
           05 op-otl-type              pic x(10).
           05 filler                   pic x(02)
               value spaces.
           05 op-otl-changes           pic zzzz9.

       01 type-heading.
           05 filler                   pic x(14)
               value "CHANGE TYPE".
           05 filler                   pic x(28)
               value "SOURCE LOG".
           05 filler                   pic x(08)
               value " CHANGES".
           05 filler                   pic x(12)
               value " AFTER HOURS".
           05 filler                   pic x(13)
               value "  INACT/UNKN".
           05 filler                   pic x(10)
               value "  SAME OP".

       01 type-line.
           05 op-type                  pic x(10).
           05 filler                   pic x(04)
               value spaces.
           05 op-type-source           pic x(24).
           05 filler                   pic x(04)
               value spaces.
           05 op-type-changes          pic zzzz9.
           05 filler                   pic x(07)
               value spaces.
           05 op-type-after-hours      pic zzzz9.
           05 filler                   pic x(08)
               value spaces.
           05 op-type-inactive         pic zzzz9.
           05 filler                   pic x(05)
               value spaces.
           05 op-type-same-op          pic zzzz9.

       01 exception-heading.
           05 filler                   pic x(40)
               value "FLAGGED CHANGES".

       01 summary-line.
           05 op-summary-label         pic x(34).
           05 op-summary-count         pic zzzz9.

       01 no-changes-line.
           05 filler                   pic x(40)
               value "No changes on file for the period.".

       01 flags.
           05 ws-eof-flag              pic x value 'N'.
           05 ws-sod-found-flag        pic x value 'N'.

       01 counters.
           05 ws-log-read-counter      pic 9(07) value 0.
           05 ws-change-counter        pic 9(07) value 0.
           05 ws-flagged-counter       pic 9(07) value 0.
           05 ws-after-hours-counter   pic 9(07) value 0.
           05 ws-inactive-counter      pic 9(07) value 0.
           05 ws-unknown-counter       pic 9(07) value 0.
           05 ws-same-op-counter       pic 9(07) value 0.

       procedure division.

       000-Main.

           perform 040-load-run-mode.
           perform 045-open-operator-input.
           perform 042-load-process-date.

           accept ws-hdr-date          from date.
           accept ws-hdr-time          from time.

           if date-overridden
               move ws-process-date (3:6)
                                       to ws-hdr-date
           end-if.
           move ws-hdr-date            to ws-date.
           move ws-hdr-time            to ws-time.

           move "Master Data Change Audit" to ws-console-line.
           perform 910-put-console.

           perform 100-accept-range.
           perform 110-load-operators.
           perform 120-load-corrections.

           perform varying ws-source-sub from 1 by 1
                   until ws-source-sub > 11
               move 0                  to ts-changes (ws-source-sub)
               move 0                  to ts-after-hours (ws-source-sub)
               move 0                  to ts-inactive (ws-source-sub)
               move 0                  to ts-same-operator
                                          (ws-source-sub)
           end-perform.

           open output work-file.
           perform 200-read-change-log
               varying ws-source-sub from 1 by 1
                   until ws-source-sub > 11.
           close work-file.

           if batch-mode and ws-script-status = "00"
               close operator-input
           end-if.

           if ws-change-counter > 0
               sort sort-work
                   on ascending key sw-operator
                                    sw-change-date
                                    sw-change-time
                   using work-file
                   giving sorted-file
           end-if.

           open output output-file.
           perform 300-print-heading.

           if ws-change-counter = 0
               write output-line       from no-changes-line
                   after advancing 2 lines
           else
               perform 400-print-by-operator
               perform 500-print-type-summary
               perform 600-print-flagged
           end-if.

           perform 700-print-totals.
           close output-file.

           string "Log records read   : " delimited by size
                  ws-log-read-counter     delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           string "Changes in period  : " delimited by size
                  ws-change-counter       delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           string "Changes flagged    : " delimited by size
                  ws-flagged-counter      delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           move "End of Change Audit Program."
                                       to ws-console-line.
           perform 910-put-console.

           if not batch-mode
               display "Press Enter to continue.."
               accept return-code
           end-if.

           move 0                      to return-code.
           if ws-flagged-counter > 0
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

       100-accept-range.
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

       110-load-operators.
           move 'N'                    to ws-eof-flag.
           open input operator-master.
           if ws-operator-status not = "00"
               move "No operator master on file."
                                       to ws-console-line
               perform 910-put-console
               move 'Y'                to ws-eof-flag
           else
               read operator-master
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = 'Y'
               if om-operator-id not = spaces and
                  ws-operator-count < 200
                   add 1               to ws-operator-count
                   move om-operator-id to opt-operator-id
                                          (ws-operator-count)
                   move om-name        to opt-name
                                          (ws-operator-count)
                   move om-role        to opt-role
                                          (ws-operator-count)
                   move om-active-flag to opt-active-flag
                                          (ws-operator-count)
               end-if
               read operator-master
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           if ws-operator-status = "00" or ws-operator-status = "10"
               close operator-master
           end-if.

       120-load-corrections.
           move "../../../data/corrections-log.dat"
                                       to ws-log-name.
           move 'N'                    to ws-eof-flag.
           open input change-log.
           if ws-log-status not = "00"
               move 'Y'                to ws-eof-flag
           else
               read change-log
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = 'Y'
               if ws-correction-count < 2000
                   add 1               to ws-correction-count
                   move change-log-rec (19:9)
                                       to co-invoice-no
                                          (ws-correction-count)
                   move change-log-rec (9:10)
                                       to co-operator
                                          (ws-correction-count)
               end-if
               read change-log
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           if ws-log-status = "00" or ws-log-status = "10"
               close change-log
           end-if.

       200-read-change-log.
           move spaces                 to ws-log-name.
           string "../../../data/"     delimited by size
                  function trim (cs-file-name (ws-source-sub))
                                       delimited by size
                  into ws-log-name
           end-string.

           move 'N'                    to ws-eof-flag.
           open input change-log.
           if ws-log-status not = "00"
               exit paragraph
           end-if.

           read change-log
               at end
                   move 'Y'            to ws-eof-flag
           end-read.

           perform until ws-eof-flag = 'Y'
               add 1                   to ws-log-read-counter
               perform 210-build-change
               read change-log
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           close change-log.

       210-build-change.
           move spaces                 to change-rec.
           move ws-source-sub          to cw-source-no.
           move cs-change-type (ws-source-sub)
                                       to cw-change-type.
           move change-log-rec (1:8)   to ws-log-date.

           evaluate true
               when correction-style (ws-source-sub)
                   move change-log-rec (9:10)
                                       to cw-operator
                   move 'C'            to cw-action
                   move change-log-rec (19:9)
                                       to cw-key
                   move "ERROR RECORD CORRECTED AND RESUBMITTED"
                                       to cw-after
               when approval-style (ws-source-sub)
                   perform 220-take-common-fields
                   move change-log-rec (42:9)
                                       to cw-key
                   move change-log-rec (28:150)
                                       to cw-before
                   evaluate cw-action
                       when 'A'
                           move "APPROVED"
                                       to ws-decision-text
                       when 'R'
                           move "REJECTED"
                                       to ws-decision-text
                       when other
                           move "LEFT ON HOLD"
                                       to ws-decision-text
                   end-evaluate
                   string "HELD RECORD "  delimited by size
                          ws-decision-text
                                       delimited by size
                          into cw-after
                   end-string
               when period-close-style (ws-source-sub)
                   perform 220-take-common-fields
                   string change-log-rec (28:4)
                                       delimited by size
                          "-"          delimited by size
                          change-log-rec (32:2)
                                       delimited by size
                          into ws-period-text
                   end-string
                   move ws-period-text to cw-key
                   if cw-action = 'R'
                       move "PERIOD CLOSED"
                                       to cw-before
                       string "PERIOD REOPENED - REASON: "
                                       delimited by size
                              change-log-rec (38:40)
                                       delimited by size
                              into cw-after
                       end-string
                   else
                       move "PERIOD OPEN" to cw-before
                       string "PERIOD CLOSED - SEQ "
                                       delimited by size
                              change-log-rec (34:2)
                                       delimited by size
                              into cw-after
                       end-string
                   end-if
               when other
                   perform 220-take-common-fields
                   move cs-image-length (ws-source-sub)
                                       to ws-image-length
                   move cs-key-length (ws-source-sub)
                                       to ws-key-length
                   compute ws-after-start = 28 + ws-image-length
                   move change-log-rec (28:ws-image-length)
                                       to cw-before
                   move change-log-rec
                           (ws-after-start:ws-image-length)
                                       to cw-after
                   if cw-after (1:ws-key-length) not = spaces
                       move cw-after (1:ws-key-length)
                                       to cw-key
                   else
                       move cw-before (1:ws-key-length)
                                       to cw-key
                   end-if
           end-evaluate.

           perform 230-convert-log-date.
           if ws-change-date-n < ws-from-date or
              ws-change-date-n > ws-to-date
               exit paragraph
           end-if.
           move ws-change-date-n       to cw-change-date.

           perform 240-set-flags.

           add 1                       to ws-change-counter.
           add 1                       to ts-changes (ws-source-sub).
           write work-rec              from change-rec.

       220-take-common-fields.
           move change-log-rec (9:8)   to cw-change-time.
           move change-log-rec (17:10) to cw-operator.
           move change-log-rec (27:1)  to cw-action.

       230-convert-log-date.
           if ws-log-date is numeric
               move ws-log-date        to ws-change-date-x
           else
               string "20"             delimited by size
                      ws-log-yy        delimited by size
                      ws-log-mm        delimited by size
                      ws-log-dd        delimited by size
                      into ws-change-date-x
               end-string
           end-if.
           if ws-change-date-x is not numeric
               move zeros              to ws-change-date-x
           end-if.

       240-set-flags.
           move cw-change-time (1:2)   to ws-change-hour.
           if cw-change-time not = spaces and
              ws-change-hour is numeric
               if ws-change-hour-n < cnst-day-start-hour or
                  ws-change-hour-n >= cnst-day-end-hour
                   move 'Y'            to cw-after-hours-flag
                   add 1               to ts-after-hours
                                          (ws-source-sub)
               end-if
           end-if.

           set op-idx                  to 1.
           move 'U'                    to cw-operator-flag.
           if ws-operator-count > 0
               search operator-entry
                   at end
                       continue
                   when opt-operator-id (op-idx) = cw-operator
                       if opt-active-flag (op-idx) = 'Y'
                           move space  to cw-operator-flag
                       else
                           move 'I'    to cw-operator-flag
                       end-if
               end-search
           end-if.
           if cw-operator-flag not = space
               add 1                   to ts-inactive (ws-source-sub)
           end-if.

           if approval-style (ws-source-sub) and cw-action = 'A'
               move 'N'                to ws-sod-found-flag
               perform varying ws-correction-sub from 1 by 1
                       until ws-correction-sub > ws-correction-count
                   if co-invoice-no (ws-correction-sub) =
                          cw-key (1:9) and
                      co-operator (ws-correction-sub) = cw-operator
                       move 'Y'        to ws-sod-found-flag
                       exit perform
                   end-if
               end-perform
               if ws-sod-found-flag = 'Y'
                   move 'Y'            to cw-sod-flag
                   add 1               to ts-same-operator
                                          (ws-source-sub)
               end-if
           end-if.

       300-print-heading.
           write output-line           from team-title.
           write output-line           from main-heading
               after advancing 1 line.
           write output-line           from title-heading
               after advancing 1 line.
           move ws-from-date           to op-range-from.
           move ws-to-date             to op-range-to.
           write output-line           from range-line
               after advancing 1 line.
           move cnst-day-start-hour    to op-hours-start.
           move cnst-day-end-hour      to op-hours-end.
           write output-line           from hours-line
               after advancing 1 line.

       400-print-by-operator.
           write output-line           from section-operator-heading
               after advancing 2 lines.

           move 'N'                    to ws-eof-flag.
           open input sorted-file.
           read sorted-file
               at end
                   move 'Y'            to ws-eof-flag
           end-read.

           if ws-eof-flag = 'N'
               move cw-operator        to ws-prev-operator
               perform 410-operator-heading
           end-if.

           perform until ws-eof-flag = 'Y'
               if cw-operator not = ws-prev-operator
                   perform 420-operator-break
                   move cw-operator    to ws-prev-operator
                   perform 410-operator-heading
               end-if

               perform 430-print-change
               perform 440-print-images

               read sorted-file
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           perform 420-operator-break.
           close sorted-file.

       410-operator-heading.
           move 0                      to ws-op-change-count.
           move 0                      to ws-op-flag-count.
           perform varying ws-source-sub from 1 by 1
                   until ws-source-sub > 11
               move 0                  to ot-changes (ws-source-sub)
           end-perform.

           move cw-operator            to op-oh-operator.
           move spaces                 to op-oh-name.
           move space                  to op-oh-role.
           move "NOT ON MASTER"        to op-oh-status.
           set op-idx                  to 1.
           if ws-operator-count > 0
               search operator-entry
                   at end
                       continue
                   when opt-operator-id (op-idx) = cw-operator
                       move opt-name (op-idx)
                                       to op-oh-name
                       move opt-role (op-idx)
                                       to op-oh-role
                       if opt-active-flag (op-idx) = 'Y'
                           move "ACTIVE"
                                       to op-oh-status
                       else
                           move "INACTIVE"
                                       to op-oh-status
                       end-if
               end-search
           end-if.

           write output-line           from operator-heading
               after advancing 2 lines.
           write output-line           from detail-heading
               after advancing 1 line.

       420-operator-break.
           move ws-op-change-count     to op-ot-changes.
           move ws-op-flag-count       to op-ot-flagged.
           write output-line           from operator-total-line
               after advancing 1 line.

           perform varying ws-source-sub from 1 by 1
                   until ws-source-sub > 11
               if ot-changes (ws-source-sub) > 0
                   move cs-change-type (ws-source-sub)
                                       to op-otl-type
                   move ot-changes (ws-source-sub)
                                       to op-otl-changes
                   write output-line   from operator-type-line
                       after advancing 1 line
               end-if
           end-perform.

       430-print-change.
           add 1                       to ws-op-change-count.
           add 1                       to ot-changes (cw-source-no).

           perform 450-build-flag-text.
           if ws-flag-text not = spaces
               add 1                   to ws-op-flag-count
               add 1                   to ws-flagged-counter
           end-if.
           if cw-after-hours
               add 1                   to ws-after-hours-counter
           end-if.
           if cw-operator-inactive
               add 1                   to ws-inactive-counter
           end-if.
           if cw-operator-unknown
               add 1                   to ws-unknown-counter
           end-if.
           if cw-same-operator
               add 1                   to ws-same-op-counter
           end-if.

           perform 460-write-detail-line.

       440-print-images.
           move "BEFORE: "             to op-image-label.
           move cw-before (1:100)      to op-image.
           write output-line           from image-line
               after advancing 1 line.
           if cw-before (101:100) not = spaces
               move spaces             to op-image-label
               move cw-before (101:100)
                                       to op-image
               write output-line       from image-line
                   after advancing 1 line
           end-if.

           move "AFTER : "             to op-image-label.
           move cw-after (1:100)       to op-image.
           write output-line           from image-line
               after advancing 1 line.
           if cw-after (101:100) not = spaces
               move spaces             to op-image-label
               move cw-after (101:100) to op-image
               write output-line       from image-line
                   after advancing 1 line
           end-if.

       450-build-flag-text.
           move spaces                 to ws-flag-text.
           move 1                      to ws-flag-pointer.
           if cw-after-hours
               string "AFTER-HOURS "   delimited by size
                      into ws-flag-text
                      with pointer ws-flag-pointer
               end-string
           end-if.
           if cw-operator-inactive
               string "INACTIVE-OPER " delimited by size
                      into ws-flag-text
                      with pointer ws-flag-pointer
               end-string
           end-if.
           if cw-operator-unknown
               string "UNKNOWN-OPER "  delimited by size
                      into ws-flag-text
                      with pointer ws-flag-pointer
               end-string
           end-if.
           if cw-same-operator
               string "SAME-OPER-APPROVED"
                                       delimited by size
                      into ws-flag-text
                      with pointer ws-flag-pointer
               end-string
           end-if.

       460-write-detail-line.
           move cw-change-date         to op-change-date.
           move cw-change-time         to op-change-time.
           move cw-change-type         to op-change-type.
           move cw-action              to op-action.
           move cw-key                 to op-key.
           move cw-operator            to op-operator.
           move ws-flag-text           to op-flags.
           write output-line           from detail-line
               after advancing 1 line.

       500-print-type-summary.
           write output-line           from type-heading
               after advancing 3 lines.

           perform varying ws-source-sub from 1 by 1
                   until ws-source-sub > 11
               move cs-change-type (ws-source-sub)
                                       to op-type
               move cs-file-name (ws-source-sub)
                                       to op-type-source
               move ts-changes (ws-source-sub)
                                       to op-type-changes
               move ts-after-hours (ws-source-sub)
                                       to op-type-after-hours
               move ts-inactive (ws-source-sub)
                                       to op-type-inactive
               move ts-same-operator (ws-source-sub)
                                       to op-type-same-op
               write output-line       from type-line
                   after advancing 1 line
           end-perform.

       600-print-flagged.
           write output-line           from exception-heading
               after advancing 3 lines.
           write output-line           from detail-heading
               after advancing 1 line.

           move 'N'                    to ws-eof-flag.
           open input sorted-file.
           read sorted-file
               at end
                   move 'Y'            to ws-eof-flag
           end-read.

           perform until ws-eof-flag = 'Y'
               perform 450-build-flag-text
               if ws-flag-text not = spaces
                   perform 460-write-detail-line
               end-if
               read sorted-file
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           close sorted-file.

       700-print-totals.
           move "Log records read"     to op-summary-label.
           move ws-log-read-counter    to op-summary-count.
           write output-line           from summary-line
               after advancing 3 lines.
           move "Changes in period"    to op-summary-label.
           move ws-change-counter      to op-summary-count.
           write output-line           from summary-line
               after advancing 1 line.
           move "Changes flagged"      to op-summary-label.
           move ws-flagged-counter     to op-summary-count.
           write output-line           from summary-line
               after advancing 1 line.
           move "  Outside business hours"
                                       to op-summary-label.
           move ws-after-hours-counter to op-summary-count.
           write output-line           from summary-line
               after advancing 1 line.
           move "  By inactive operator"
                                       to op-summary-label.
           move ws-inactive-counter    to op-summary-count.
           write output-line           from summary-line
               after advancing 1 line.
           move "  By operator not on master"
                                       to op-summary-label.
           move ws-unknown-counter     to op-summary-count.
           write output-line           from summary-line
               after advancing 1 line.
           move "  Approved by the correcting oper"
                                       to op-summary-label.
           move ws-same-op-counter     to op-summary-count.
           write output-line           from summary-line
               after advancing 1 line.

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

           move "ChangeAudit"              to au-program-name.
           move ws-date                    to au-run-date.
           move ws-time                    to au-run-time.
           move ws-log-read-counter        to au-input-count.
           move ws-change-counter          to au-output-count.
           move return-code                to au-return-code.

           write audit-rec.
           close audit-log.

       end program ChangeAudit.
