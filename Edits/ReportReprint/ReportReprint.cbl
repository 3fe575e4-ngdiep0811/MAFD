       identification division.
       program-id. ReportReprint.
       author. Ngoc Diep Nguyen.
       date-written. 15-October-2026.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select archive-index
               assign to "../../../data/report-archive-index.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is ai-key
                   file status is ws-index-status.

           select archive-in
               assign to dynamic ws-archive-name
                   organization is line sequential
                   file status is ws-archive-status.

           select reprint-file
               assign to "../../../data/reprint.out"
                   organization is line sequential
                   file status is ws-reprint-status.

           select audit-log
               assign to "../../../data/audit-trail.dat"
                   organization is line sequential
                   file status is ws-audit-status.

           select operator-input
               assign to "../../../data/reprint-input.dat"
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

       fd archive-in
           data record is archive-in-line
           record contains 132 characters.
       01 archive-in-line              pic x(132).

       fd reprint-file
           data record is reprint-line
           record contains 132 characters.
       01 reprint-line                 pic x(132).

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

       01 ws-index-status               pic xx value spaces.
       01 ws-archive-status             pic xx value spaces.
       01 ws-reprint-status             pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.

       01 ws-archive-name               pic x(44) value spaces.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.

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

       01 ws-action                     pic x.
       01 ws-request-code               pic x(12) value spaces.
       01 ws-request-store              pic xx value spaces.
       01 ws-lookup-code                pic x(12) value spaces.
       01 ws-lookup-store               pic xx value spaces.
       01 ws-store-column               pic 9(03) value 0.
       01 ws-column-before              pic 9(03) value 0.
       01 ws-column-after               pic 9(03) value 0.
       01 ws-line-store                 pic xx value spaces.
       01 ws-keep-line-flag             pic x value 'Y'.
       01 ws-listed-counter             pic 9(05) value 0.
       01 ws-line-counter               pic 9(07) value 0.

       01 ws-date-in                    pic x(08).
       01 ws-date-in-n redefines ws-date-in.
           05 ws-date-in-yyyy           pic 9(04).
           05 ws-date-in-mm             pic 99.
           05 ws-date-in-dd             pic 99.

       01 list-heading.
           05 filler                   pic x(13)
               value "REPORT".
           05 filler                   pic x(03)
               value "ST".
           05 filler                   pic x(09)
               value "BUS DATE".
           05 filler                   pic x(04)
               value "GEN".
           05 filler                   pic x(09)
               value "RUN DATE".
           05 filler                   pic x(09)
               value "RUN TIME".
           05 filler                   pic x(06)
               value "PAGES".
           05 filler                   pic x(07)
               value "  LINES".

       01 list-line.
           05 op-list-code             pic x(12).
           05 filler                   pic x(01)
               value spaces.
           05 op-list-store            pic xx.
           05 filler                   pic x(01)
               value spaces.
           05 op-list-date             pic 9(08).
           05 filler                   pic x(01)
               value spaces.
           05 op-list-gen              pic 99.
           05 filler                   pic x(02)
               value spaces.
           05 op-list-run-date         pic 9(08).
           05 filler                   pic x(01)
               value spaces.
           05 op-list-run-time         pic x(08).
           05 filler                   pic x(01)
               value spaces.
           05 op-list-pages            pic zzzz9.
           05 filler                   pic x(01)
               value spaces.
           05 op-list-lines            pic zzzzzz9.

       01 banner-line-1.
           05 filler                   pic x(60)
               value all "*".

       01 banner-report-line.
           05 filler                   pic x(14)
               value "*  REPRINT OF ".
           05 op-banner-code           pic x(12).
           05 filler                   pic x(16)
               value " BUSINESS DATE: ".
           05 op-banner-date           pic 9(08).
           05 filler                   pic x(09)
               value "  STORE: ".
           05 op-banner-store          pic x(03).

       01 banner-run-line.
           05 filler                   pic x(20)
               value "*  ORIGINALLY RUN   ".
           05 op-banner-run-date       pic 9(08).
           05 filler                   pic x(01)
               value spaces.
           05 op-banner-run-time       pic x(08).
           05 filler                   pic x(13)
               value "  GENERATION ".
           05 op-banner-gen            pic 99.

       01 flags.
           05 ws-done-flag             pic x value 'N'.
           05 ws-eof-flag              pic x value 'N'.
           05 ws-index-eof-flag        pic x value 'N'.
           05 ws-reprint-open-flag     pic x value 'N'.
           05 ws-index-open-flag       pic x value 'N'.
           05 ws-filter-flag           pic x value 'N'.
               88 store-filtered           value 'Y'.

       01 counters.
           05 ws-request-counter       pic 9(05) value 0.
           05 ws-reprint-counter       pic 9(05) value 0.
           05 ws-not-found-counter     pic 9(05) value 0.

       procedure division.

       000-Main.

           perform 040-load-run-mode.
           perform 045-open-operator-input.
           perform 042-load-process-date.

           accept ws-date              from date.
           accept ws-time              from time.

           if date-overridden
               move ws-process-date (3:6)
                                       to ws-date
           end-if.

           open input archive-index.
           if ws-index-status not = "00"
               string "Report archive index not available: "
                                       delimited by size
                      ws-index-status  delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
               move 'Y'                to ws-done-flag
           else
               move 'Y'                to ws-index-open-flag
           end-if.

           move "Report Archive Reprint" to ws-console-line.
           perform 910-put-console.

           perform 200-process-menu
               until ws-done-flag = 'Y'.

           if ws-index-open-flag = 'Y'
               close archive-index
           end-if.

           if ws-reprint-open-flag = 'Y'
               close reprint-file
           end-if.

           if batch-mode and ws-script-status = "00"
               close operator-input
           end-if.

           string "Requests taken     : " delimited by size
                  ws-request-counter      delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           string "Reports reprinted  : " delimited by size
                  ws-reprint-counter      delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           string "Not on file        : " delimited by size
                  ws-not-found-counter    delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           move "End of Report Reprint Program."
                                       to ws-console-line.
           perform 910-put-console.

           if not batch-mode
               display "Press Enter to continue.."
               accept return-code
           end-if.

           move 0                      to return-code.
           if ws-index-open-flag = 'N'
               move 8                  to return-code
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

       200-process-menu.
           if not batch-mode
               display "----------------------------------------"
               display "D = List reports on file for a date"
               display "R = List dates on file for a report"
               display "P = Reprint an archived report"
               display "X = Exit"
               display "Action: "
           end-if.

           perform 920-get-reply.
           move ws-script-line (1:1)   to ws-action.

           if batch-mode and ws-script-eof-flag = 'Y'
               move 'X'                to ws-action
           end-if.

           evaluate ws-action
               when 'D'
               when 'd'
                   add 1               to ws-request-counter
                   perform 300-list-by-date
               when 'R'
               when 'r'
                   add 1               to ws-request-counter
                   perform 400-list-by-report
               when 'P'
               when 'p'
                   add 1               to ws-request-counter
                   perform 500-reprint-report
               when 'X'
               when 'x'
                   move 'Y'            to ws-done-flag
               when other
                   string "Unknown action: " delimited by size
                          ws-action          delimited by size
                          into ws-console-line
                   end-string
                   perform 910-put-console
           end-evaluate.

       230-get-report-code.
           if not batch-mode
               display "Report ID (e.g. SALES, FLASH, TAX): "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:12)  to ws-request-code.

       240-get-business-date.
           if not batch-mode
               display "Business Date YYYYMMDD (blank = "
                       "current business date): "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:8)   to ws-date-in.
           if ws-date-in = spaces
               move ws-process-date    to ws-date-in-n
           end-if.
           if ws-date-in is not numeric
               move zeros              to ws-date-in
           end-if.

       300-list-by-date.
           perform 240-get-business-date.
           if ws-date-in-mm < 1 or ws-date-in-mm > 12 or
              ws-date-in-dd < 1 or ws-date-in-dd > 31
               move "Invalid Business Date" to ws-console-line
               perform 910-put-console
               exit paragraph
           end-if.

           move 0                      to ws-listed-counter.
           move list-heading           to ws-console-line.
           perform 910-put-console.

           move low-values             to ai-key.
           perform 330-start-index.

           perform until ws-index-eof-flag = 'Y'
               if ai-business-date = ws-date-in-n
                   perform 350-show-index-entry
               end-if
               read archive-index next record
                   at end
                       move 'Y'        to ws-index-eof-flag
               end-read
           end-perform.

           if ws-listed-counter = 0
               string "No reports on file for "
                                       delimited by size
                      ws-date-in       delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
           end-if.

       330-start-index.
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

       350-show-index-entry.
           add 1                       to ws-listed-counter.
           move ai-report-code         to op-list-code.
           move ai-store-no            to op-list-store.
           move ai-business-date       to op-list-date.
           move ai-generation          to op-list-gen.
           move ai-run-date            to op-list-run-date.
           move ai-run-time            to op-list-run-time.
           move ai-page-count          to op-list-pages.
           move ai-line-count          to op-list-lines.
           move list-line              to ws-console-line.
           perform 910-put-console.

       400-list-by-report.
           perform 230-get-report-code.
           if ws-request-code = spaces
               move "Report ID is required" to ws-console-line
               perform 910-put-console
               exit paragraph
           end-if.

           move 0                      to ws-listed-counter.
           move list-heading           to ws-console-line.
           perform 910-put-console.

           move low-values             to ai-key.
           move ws-request-code        to ai-report-code.
           perform 330-start-index.

           perform until ws-index-eof-flag = 'Y'
               if ai-report-code not = ws-request-code
                   move 'Y'            to ws-index-eof-flag
               else
                   perform 350-show-index-entry
                   read archive-index next record
                       at end
                           move 'Y'    to ws-index-eof-flag
                   end-read
               end-if
           end-perform.

           if ws-listed-counter = 0
               string "No archived copies of "
                                       delimited by size
                      ws-request-code  delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
           end-if.

       500-reprint-report.
           perform 230-get-report-code.
           perform 240-get-business-date.
           if not batch-mode
               display "Store No (blank = all stores): "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:2)   to ws-request-store.

           if ws-request-code = spaces
               move "Report ID is required" to ws-console-line
               perform 910-put-console
               exit paragraph
           end-if.
           if ws-date-in-mm < 1 or ws-date-in-mm > 12 or
              ws-date-in-dd < 1 or ws-date-in-dd > 31
               move "Invalid Business Date" to ws-console-line
               perform 910-put-console
               exit paragraph
           end-if.
           if ws-request-store not = spaces and
              ws-request-store is not numeric
               move "Invalid Store No"  to ws-console-line
               perform 910-put-console
               exit paragraph
           end-if.

           perform 510-resolve-archive-key.

           move ws-lookup-code         to ai-report-code.
           move ws-lookup-store        to ai-store-no.
           move ws-date-in-n           to ai-business-date.
           read archive-index
               key is ai-key
               invalid key
                   add 1               to ws-not-found-counter
                   string "Not on file: "  delimited by size
                          ws-lookup-code   delimited by size
                          ws-lookup-store  delimited by size
                          " "              delimited by size
                          ws-date-in       delimited by size
                          into ws-console-line
                   end-string
                   perform 910-put-console
                   exit paragraph
           end-read.

           move spaces                 to ws-archive-name.
           string "../../../data/"     delimited by size
                  function trim (ai-archive-file)
                                       delimited by size
                  into ws-archive-name
           end-string.

           open input archive-in.
           if ws-archive-status not = "00"
               add 1                   to ws-not-found-counter
               string "Archived copy missing: "
                                       delimited by size
                      ai-archive-file  delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
               exit paragraph
           end-if.

           perform 520-copy-archive.
           close archive-in.

           add 1                       to ws-reprint-counter.
           string "Reprinted "         delimited by size
                  ws-lookup-code       delimited by size
                  ws-lookup-store      delimited by size
                  " "                  delimited by size
                  ws-date-in           delimited by size
                  " lines "            delimited by size
                  ws-line-counter      delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

       510-resolve-archive-key.
           move ws-request-code        to ws-lookup-code.
           move spaces                 to ws-lookup-store.
           move 'N'                    to ws-filter-flag.
           move 0                      to ws-store-column.

           if ws-request-store = spaces
               exit paragraph
           end-if.

           evaluate ws-request-code
               when "SALES"
                   move "STORESALES"   to ws-lookup-code
                   move ws-request-store
                                       to ws-lookup-store
               when "RETURNS"
                   move "STORERET"     to ws-lookup-code
                   move ws-request-store
                                       to ws-lookup-store
               when "STORESALES"
               when "STORERET"
                   move ws-request-store
                                       to ws-lookup-store
               when other
                   set cat-idx         to 1
                   search catalog-entry
                       at end
                           continue
                       when ct-report-code (cat-idx) =
                               ws-request-code
                           move ct-store-column (cat-idx)
                                       to ws-store-column
                   end-search
                   if ws-store-column > 0
                       move 'Y'        to ws-filter-flag
                   else
                       move "Report not kept by store - "
                           & "printing all stores."
                                       to ws-console-line
                       perform 910-put-console
                   end-if
           end-evaluate.

       520-copy-archive.
           if ws-reprint-open-flag = 'N'
               open output reprint-file
               move 'Y'                to ws-reprint-open-flag
           end-if.

           write reprint-line          from banner-line-1.
           move ai-report-code         to op-banner-code.
           move ai-business-date       to op-banner-date.
           if ws-request-store = spaces
               move "ALL"              to op-banner-store
           else
               move ws-request-store   to op-banner-store
           end-if.
           write reprint-line          from banner-report-line.
           move ai-run-date            to op-banner-run-date.
           move ai-run-time            to op-banner-run-time.
           move ai-generation          to op-banner-gen.
           write reprint-line          from banner-run-line.
           write reprint-line          from banner-line-1.

           move 0                      to ws-line-counter.
           move 'N'                    to ws-eof-flag.
           read archive-in
               at end
                   move 'Y'            to ws-eof-flag
           end-read.

           perform until ws-eof-flag = 'Y'
               move 'Y'                to ws-keep-line-flag
               if store-filtered
                   perform 530-check-store-line
               end-if
               if ws-keep-line-flag = 'Y'
                   write reprint-line  from archive-in-line
                   add 1               to ws-line-counter
               end-if
               read archive-in
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           move spaces                 to reprint-line.
           write reprint-line.

       530-check-store-line.
           move archive-in-line (ws-store-column:2)
                                       to ws-line-store.
           if ws-line-store is not numeric or
              ws-line-store = ws-request-store
               exit paragraph
           end-if.

           compute ws-column-after = ws-store-column + 2.
           if archive-in-line (ws-column-after:1) not = space
               exit paragraph
           end-if.

           if ws-store-column > 1
               compute ws-column-before = ws-store-column - 1
               if archive-in-line (ws-column-before:1) not = space
                   exit paragraph
               end-if
           end-if.

           move 'N'                    to ws-keep-line-flag.

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

           move "ReportReprint"            to au-program-name.
           move ws-date                    to au-run-date.
           move ws-time                    to au-run-time.
           move ws-request-counter         to au-input-count.
           move ws-reprint-counter         to au-output-count.
           move return-code                to au-return-code.

           write audit-rec.
           close audit-log.

       end program ReportReprint.
