       identification division.
       program-id. ReportArchive.
       author. Ngoc Diep Nguyen.
       date-written. 15-October-2026.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select report-in
               assign to dynamic ws-report-name
                   organization is line sequential
                   file status is ws-report-status.

           select archive-file
               assign to dynamic ws-archive-name
                   organization is line sequential
                   file status is ws-archive-status.

           select archive-index
               assign to "../../../data/report-archive-index.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is ai-key
                   file status is ws-index-status.

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

       fd report-in
           data record is report-in-line
           record contains 132 characters.
       01 report-in-line               pic x(132).

       fd archive-file
           data record is archive-line
           record contains 132 characters.
       01 archive-line                 pic x(132).

       fd archive-index
           data record is archive-index-rec
           record contains 100 characters.
       01 archive-index-rec.
           05 ai-key.
               10 ai-report-code       pic x(12).
               10 ai-store-no          pic xx.
               10 ai-business-date     pic 9(08).
           05 ai-generation            pic 99.
           05 ai-run-date              pic 9(08).
           05 ai-run-time              pic x(08).
           05 ai-page-count            pic 9(05).
           05 ai-line-count            pic 9(07).
           05 ai-archive-file          pic x(40).
           05 filler                   pic x(08).

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

       01 ws-report-status              pic xx value spaces.
       01 ws-archive-status             pic xx value spaces.
       01 ws-index-status               pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.

       01 ws-report-name                pic x(44) value spaces.
       01 ws-archive-name               pic x(44) value spaces.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.
       01 ws-run-date                   pic 9(08) value 0.

       01 report-catalog-values.
           05 filler                   pic x(42)
               value "ERROR       error-report.out        140048".
           05 filler                   pic x(42)
               value "SALES       sales-report.out        350092".
           05 filler                   pic x(42)
               value "RETURNS     return-report.out       350092".
           05 filler                   pic x(42)
               value "SKU         sku-summary.out         140048".
           05 filler                   pic x(42)
               value "FLASH       flash-summary.out       140048".
           05 filler                   pic x(42)
               value "BALANCE     balance-certificate.out 350048".
           05 filler                   pic x(42)
               value "SETTLE      settlement-recon.out    351048".
           05 filler                   pic x(42)
               value "RUNSTATUS   run-status.out          070048".
           05 filler                   pic x(42)
               value "INTAKE      intake-report.out       140048".
           05 filler                   pic x(42)
               value "DEPT        dept-summary.out        350348".
           05 filler                   pic x(42)
               value "CASHIER     cashier-report.out      350348".
           05 filler                   pic x(42)
               value "SHRINK      shrinkage-report.out    130348".
           05 filler                   pic x(42)
               value "TAX         tax-remittance.out      130348".
           05 filler                   pic x(42)
               value "GLPROOF     gl-journal-proof.out    350048".
           05 filler                   pic x(42)
               value "GIFTCARD    gift-card-liability.out 140048".
           05 filler                   pic x(42)
               value "LAYAWAY     layaway-report.out      140048".
           05 filler                   pic x(42)
               value "PRICEOVR    price-override.out      350348".
           05 filler                   pic x(42)
               value "LOYALTY     loyalty-statement.out   130048".
           05 filler                   pic x(42)
               value "INVENTORY   inventory-exception.out 140048".
           05 filler                   pic x(42)
               value "OVERSHORT   over-short.out          350248".
           05 filler                   pic x(42)
               value "REFUNDABUSE refund-abuse.out        140048".
           05 filler                   pic x(42)
               value "COMMISSION  commission-register.out 130048".
           05 filler                   pic x(42)
               value "HOURLY      hourly-traffic.out      140048".
           05 filler                   pic x(42)
               value "CHARGEBACK  chargeback-aging.out    140048".
           05 filler                   pic x(42)
               value "INTEGRITY   ledger-verify.out       140048".
           05 filler                   pic x(42)
               value "DAILYSUM    daily-summary.out       350048".
           05 filler                   pic x(42)
               value "RETEXCEPT   return-exceptions.out   351248".
           05 filler                   pic x(42)
               value "CHANGEAUDIT change-audit.out        140048".
           05 filler                   pic x(42)
               value "AUDITSAMPLE audit-sample.out        141948".
           05 filler                   pic x(42)
               value "AUDITFIND   audit-findings.out      141948".
           05 filler                   pic x(42)
               value "CBINTAKE    chargeback-intake.out   148548".
           05 filler                   pic x(42)
               value "PERIOD      period-report.out       130148".
           05 filler                   pic x(42)
               value "PERIODCLOSE period-close-cert.out   130148".
           05 filler                   pic x(42)
               value "STORESALES  sales-store-            350092".
           05 filler                   pic x(42)
               value "STORERET    return-store-           350092".
       01 report-catalog redefines report-catalog-values.
           05 catalog-entry            occurs 35 times
                                        indexed by cat-idx.
               10 ct-report-code       pic x(12).
               10 ct-file-name         pic x(24).
               10 ct-generations       pic 99.
               10 ct-store-column      pic 99.
               10 ct-date-column       pic 99.

       01 ws-gen-count                  pic 99 value 0.
       01 generation-table.
           05 generation-entry          occurs 99 times.
               10 gt-business-date      pic 9(08).
               10 gt-generation         pic 99.
       01 slot-used-table.
           05 su-flag                   occurs 99 times
                                         pic x.
       01 ws-gen-sub                    pic 99 value 0.
       01 ws-oldest-sub                 pic 99 value 0.
       01 ws-slot-sub                   pic 9(03) value 0.
       01 ws-generation                 pic 99 value 0.

       01 ws-burst-store                pic 9(03) value 0.
       01 ws-store-num                  pic 99 value 0.
       01 ws-store-no                   pic xx value spaces.
       01 ws-trim-name                  pic x(24) value spaces.
       01 ws-arc-code                   pic x(12) value spaces.
       01 ws-report-state               pic x(07) value spaces.
       01 ws-report-date-field          pic x(08) value spaces.
       01 ws-line-counter               pic 9(07) value 0.
       01 ws-page-count                 pic 9(05) value 0.
       01 cnst-page-lines               pic 99 value 60.

       01 flags.
           05 ws-eof-flag              pic x value 'N'.
           05 ws-index-eof-flag        pic x value 'N'.
           05 ws-rerun-flag            pic x value 'N'.
               88 same-day-rerun           value 'Y'.

       01 counters.
           05 ws-found-counter         pic 9(05) value 0.
           05 ws-archived-counter      pic 9(05) value 0.
           05 ws-replaced-counter      pic 9(05) value 0.
           05 ws-purged-counter        pic 9(05) value 0.
           05 ws-missing-counter       pic 9(05) value 0.
           05 ws-stale-counter         pic 9(05) value 0.
           05 ws-error-counter         pic 9(05) value 0.

       procedure division.

       000-Main.

           perform 040-load-run-mode.
           perform 042-load-process-date.

           accept ws-date              from date.
           accept ws-time              from time.
           accept ws-run-date          from date yyyymmdd.

           if date-overridden
               move ws-process-date (3:6)
                                       to ws-date
           end-if.

           open i-o archive-index.
           if ws-index-status = "35"
               open output archive-index
               close archive-index
               open i-o archive-index
           end-if.

           if ws-index-status not = "00"
               string "Report archive index not available: "
                                       delimited by size
                      ws-index-status  delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
           else
               perform 200-archive-catalog-entry
                   varying cat-idx from 1 by 1
                       until cat-idx > 35
               close archive-index
           end-if.

           string "Reports archived   : " delimited by size
                  ws-archived-counter     delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           string "Same-day replaced  : " delimited by size
                  ws-replaced-counter     delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           string "Generations purged : " delimited by size
                  ws-purged-counter       delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           string "Reports not run    : " delimited by size
                  ws-missing-counter      delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           string "Reports prior date : " delimited by size
                  ws-stale-counter        delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           move "End of Report Archive Program."
                                       to ws-console-line.
           perform 910-put-console.

           if not batch-mode
               display "Press Enter to continue.."
               accept return-code
           end-if.

           move 0                      to return-code.
           if ws-index-status not = "00"
               move 8                  to return-code
           else
               if ws-error-counter > 0
                   move 4              to return-code
               end-if
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

       200-archive-catalog-entry.
           if ct-report-code (cat-idx) = "STORESALES" or
              ct-report-code (cat-idx) = "STORERET"
               perform 210-archive-store-file
                   varying ws-burst-store from 1 by 1
                       until ws-burst-store > 99
           else
               move spaces             to ws-store-no
               perform 300-archive-report
           end-if.

       210-archive-store-file.
           move ws-burst-store         to ws-store-num.
           move ws-store-num           to ws-store-no.
           perform 300-archive-report.

       300-archive-report.
           perform 310-resolve-report-name.
           perform 320-check-report.

           evaluate ws-report-state
               when "MISSING"
                   if ws-store-no = spaces
                       add 1           to ws-missing-counter
                   end-if
                   exit paragraph
               when "STALE"
                   add 1               to ws-stale-counter
                   string "Not archived, prior date: "
                                       delimited by size
                          ws-report-name (15:30)
                                       delimited by size
                          into ws-console-line
                   end-string
                   perform 910-put-console
                   exit paragraph
               when other
                   add 1               to ws-found-counter
           end-evaluate.

           perform 400-select-generation.
           perform 500-copy-report.
           if ws-report-state = "OK"
               perform 600-write-index
           end-if.

       310-resolve-report-name.
           move spaces                 to ws-report-name.
           move ct-file-name (cat-idx) to ws-trim-name.

           if ws-store-no = spaces
               string "../../../data/" delimited by size
                      function trim (ws-trim-name)
                                       delimited by size
                      into ws-report-name
               end-string
           else
               string "../../../data/" delimited by size
                      function trim (ws-trim-name)
                                       delimited by size
                      ws-store-no      delimited by size
                      ".out"           delimited by size
                      into ws-report-name
               end-string
           end-if.

       320-check-report.
           move "MISSING"              to ws-report-state.

           open input report-in.
           if ws-report-status not = "00"
               exit paragraph
           end-if.

           read report-in
               at end
                   move spaces         to report-in-line
           end-read.

           move report-in-line (ct-date-column (cat-idx):8)
                                       to ws-report-date-field.
           if ws-report-date-field = ws-date
               move "OK"               to ws-report-state
           else
               move "STALE"            to ws-report-state
           end-if.

           close report-in.

       400-select-generation.
           move 'N'                    to ws-rerun-flag.
           move 0                      to ws-gen-count.
           move all 'N'                to slot-used-table.

           move ct-report-code (cat-idx)
                                       to ai-report-code.
           move ws-store-no            to ai-store-no.
           move ws-process-date        to ai-business-date.
           read archive-index
               key is ai-key
               invalid key
                   continue
               not invalid key
                   move 'Y'            to ws-rerun-flag
                   move ai-generation  to ws-generation
                   add 1               to ws-replaced-counter
           end-read.

           if same-day-rerun
               exit paragraph
           end-if.

           move ct-report-code (cat-idx)
                                       to ai-report-code.
           move ws-store-no            to ai-store-no.
           move zeros                  to ai-business-date.

           move 'N'                    to ws-index-eof-flag.
           start archive-index
               key is >= ai-key
               invalid key
                   move 'Y'            to ws-index-eof-flag
           end-start.

           if ws-index-eof-flag = 'N'
               read archive-index next record
                   at end
                       move 'Y'        to ws-index-eof-flag
               end-read
           end-if.

           perform until ws-index-eof-flag = 'Y'
               if ai-report-code not = ct-report-code (cat-idx) or
                  ai-store-no not = ws-store-no
                   move 'Y'            to ws-index-eof-flag
               else
                   if ws-gen-count < 99
                       add 1           to ws-gen-count
                       move ai-business-date
                           to gt-business-date (ws-gen-count)
                       move ai-generation
                           to gt-generation (ws-gen-count)
                       if ai-generation > 0
                           move 'Y'    to su-flag (ai-generation)
                       end-if
                   end-if
                   read archive-index next record
                       at end
                           move 'Y'    to ws-index-eof-flag
                   end-read
               end-if
           end-perform.

           perform 410-purge-oldest
               until ws-gen-count < ct-generations (cat-idx)
                   or ws-gen-count = 0.

           perform varying ws-slot-sub from 1 by 1
                   until ws-slot-sub > ct-generations (cat-idx)
                       or su-flag (ws-slot-sub) = 'N'
               continue
           end-perform.

           move ws-slot-sub            to ws-generation.

       410-purge-oldest.
           move 1                      to ws-oldest-sub.
           perform varying ws-gen-sub from 2 by 1
                   until ws-gen-sub > ws-gen-count
               if gt-business-date (ws-gen-sub) <
                  gt-business-date (ws-oldest-sub)
                   move ws-gen-sub     to ws-oldest-sub
               end-if
           end-perform.

           move ct-report-code (cat-idx)
                                       to ai-report-code.
           move ws-store-no            to ai-store-no.
           move gt-business-date (ws-oldest-sub)
                                       to ai-business-date.
           delete archive-index record
               invalid key
                   continue
               not invalid key
                   add 1               to ws-purged-counter
           end-delete.

           if gt-generation (ws-oldest-sub) > 0
               move 'N'
                   to su-flag (gt-generation (ws-oldest-sub))
           end-if.

           move generation-entry (ws-gen-count)
                                       to generation-entry
                                          (ws-oldest-sub).
           subtract 1                  from ws-gen-count.

       500-copy-report.
           move ct-report-code (cat-idx)
                                       to ws-arc-code.

           move spaces                 to ws-archive-name.
           if ws-store-no = spaces
               string "../../../data/archive-"
                                       delimited by size
                      function trim (ws-arc-code)
                                       delimited by size
                      "-g"             delimited by size
                      ws-generation    delimited by size
                      ".out"           delimited by size
                      into ws-archive-name
               end-string
           else
               string "../../../data/archive-"
                                       delimited by size
                      function trim (ws-arc-code)
                                       delimited by size
                      "-"              delimited by size
                      ws-store-no      delimited by size
                      "-g"             delimited by size
                      ws-generation    delimited by size
                      ".out"           delimited by size
                      into ws-archive-name
               end-string
           end-if.

           move 0                      to ws-line-counter.
           move 'N'                    to ws-eof-flag.

           open output archive-file.
           if ws-archive-status not = "00"
               string "Archive file not written: "
                                       delimited by size
                      ws-archive-name (15:30)
                                       delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
               add 1                   to ws-error-counter
               move "ERROR"            to ws-report-state
               exit paragraph
           end-if.

           open input report-in.
           if ws-report-status not = "00"
               move 'Y'                to ws-eof-flag
           else
               read report-in
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = 'Y'
               write archive-line      from report-in-line
               add 1                   to ws-line-counter
               read report-in
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           if ws-report-status = "00" or ws-report-status = "10"
               close report-in
           end-if.
           close archive-file.

           compute ws-page-count =
               (ws-line-counter + cnst-page-lines - 1)
                   / cnst-page-lines.

       600-write-index.
           move ct-report-code (cat-idx)
                                       to ai-report-code.
           move ws-store-no            to ai-store-no.
           move ws-process-date        to ai-business-date.
           move ws-generation          to ai-generation.
           move ws-run-date            to ai-run-date.
           move ws-time                to ai-run-time.
           move ws-page-count          to ai-page-count.
           move ws-line-counter        to ai-line-count.
           move ws-archive-name (15:30)
                                       to ai-archive-file.

           if same-day-rerun
               rewrite archive-index-rec
                   invalid key
                       add 1           to ws-error-counter
               end-rewrite
           else
               write archive-index-rec
                   invalid key
                       add 1           to ws-error-counter
               end-write
           end-if.

           add 1                       to ws-archived-counter.

           string "Archived "          delimited by size
                  ct-report-code (cat-idx)
                                       delimited by size
                  ws-store-no          delimited by size
                  " gen "              delimited by size
                  ws-generation        delimited by size
                  " lines "            delimited by size
                  ws-line-counter      delimited by size
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

           move "ReportArchive"            to au-program-name.
           move ws-date                    to au-run-date.
           move ws-time                    to au-run-time.
           move ws-found-counter           to au-input-count.
           move ws-archived-counter        to au-output-count.
           move return-code                to au-return-code.

           write audit-rec.
           close audit-log.

       end program ReportArchive.
