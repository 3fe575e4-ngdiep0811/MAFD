       identification division.
       program-id. TillReconcile.
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

           select till-count
               assign to "../../../data/till-count.dat"
                   organization is line sequential
                   file status is ws-till-status.

           select cashier-over-short
               assign to "../../../data/cashier-over-short.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is oc-key
                   file status is ws-oc-status.

           select over-short-file
               assign to "../../../data/cash-over-short.dat"
                   organization is line sequential
                   file status is ws-os-status.

           select output-file
               assign to "../../../data/over-short.out"
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
           05 filler                   pic x(65).

       fd till-count
           data record is till-count-rec
           record contains 60 characters.
       01 till-count-rec.
           05 tc-business-date         pic 9(08).
           05 tc-store-no              pic xx.
           05 tc-cashier-id            pic x(05).
           05 tc-cash                  pic 9(07)v99.
           05 tc-cheques               pic 9(07)v99.
           05 tc-float                 pic 9(07)v99.
           05 tc-supervisor            pic x(10).
           05 tc-entry-time            pic x(08).

       fd cashier-over-short
           data record is cashier-os-rec.
       01 cashier-os-rec.
           05 oc-key.
               10 oc-store-no          pic xx.
               10 oc-cashier-id        pic x(05).
           05 oc-shift-count           pic 9(05).
           05 oc-flag-count            pic 9(05).
           05 oc-net-over-short        pic s9(07)v99.
           05 oc-last-date             pic 9(08).
           05 oc-last-flag-date        pic 9(08).

       fd over-short-file
           data record is over-short-rec
           record contains 44 characters.
       01 over-short-rec.
           05 cs-business-date         pic 9(08).
           05 cs-store-no              pic xx.
           05 cs-cashier-id            pic x(05).
           05 cs-expected              pic s9(07)v99.
           05 cs-counted               pic s9(07)v99.
           05 cs-over-short            pic s9(07)v99.
           05 cs-flag                  pic xx.

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
       01 ws-till-status                pic xx value spaces.
       01 ws-oc-status                  pic xx value spaces.
       01 ws-os-status                  pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.

       01 constants.
           05 cnst-tolerance           pic 9(03)v99 value 5.00.
           05 cnst-repeat-limit        pic 9(03) value 3.

       01 ws-till-count                 pic 9(04) value 0.
       01 till-table.
           05 till-entry                occurs 1 to 2000 times
                                         depending on ws-till-count.
               10 tt-store-no           pic xx.
               10 tt-cashier-id         pic x(05).
               10 tt-counted-flag       pic x.
               10 tt-cash               pic 9(07)v99.
               10 tt-cheques            pic 9(07)v99.
               10 tt-float              pic 9(07)v99.
               10 tt-ca-net             pic s9(09)v99.
               10 tt-ca-count           pic 9(05).
       01 ws-till-sub                   pic 9(04) value 0.
       01 ws-idx-lookup                 pic 9(04) value 0.
       01 ws-lookup-store               pic xx value spaces.
       01 ws-lookup-cashier             pic x(05) value spaces.

       01 ws-counted-net                pic s9(09)v99 value 0.
       01 ws-over-short                 pic s9(09)v99 value 0.
       01 ws-abs-over-short             pic 9(09)v99 value 0.
       01 ws-flag                       pic xx value spaces.
           88 out-of-tolerance          value 'OV', 'SH'.

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
               value "GROUP PROJECT - MFD-24".

       01 title-heading.
           05 filler                   pic x(21)
               value spaces.
           05 filler                   pic x(40)
               value "CASHIER TILL OVER / SHORT RECONCILIATION".

       01 detail-heading.
           05 filler                   pic x(07)
               value "STORE".
           05 filler                   pic x(09)
               value "CASHIER".
           05 filler                   pic x(14)
               value "   CA NET".
           05 filler                   pic x(13)
               value "    CASH".
           05 filler                   pic x(13)
               value "  CHEQUES".
           05 filler                   pic x(13)
               value "    FLOAT".
           05 filler                   pic x(14)
               value "  COUNTED NET".
           05 filler                   pic x(14)
               value "  OVER/SHORT".
           05 filler                   pic x(13)
               value "  FLAG".
           05 filler                   pic x(10)
               value "FLAGS LTD".

       01 detail-line.
           05 filler                   pic x(01)
               value spaces.
           05 op-store-no              pic xx.
           05 filler                   pic x(04)
               value spaces.
           05 op-cashier-id            pic x(05).
           05 filler                   pic x(02)
               value spaces.
           05 op-ca-net                pic zzz,zz9.99-.
           05 filler                   pic x(02)
               value spaces.
           05 op-cash                  pic zzz,zz9.99.
           05 filler                   pic x(03)
               value spaces.
           05 op-cheques               pic zzz,zz9.99.
           05 filler                   pic x(03)
               value spaces.
           05 op-float                 pic zzz,zz9.99.
           05 filler                   pic x(03)
               value spaces.
           05 op-counted-net           pic zzz,zz9.99-.
           05 filler                   pic x(03)
               value spaces.
           05 op-over-short            pic zzz,zz9.99-.
           05 filler                   pic x(02)
               value spaces.
           05 op-flag-text             pic x(11).
           05 filler                   pic x(02)
               value spaces.
           05 op-flag-count            pic zzzz9.
           05 filler                   pic x(01)
               value spaces.
           05 op-repeat-text           pic x(06).

       01 tolerance-line.
           05 filler                   pic x(34)
               value "Tolerance per till (+/-)        = ".
           05 op-tolerance             pic zz9.99.

       01 total-tills-line.
           05 filler                   pic x(34)
               value "Tills reconciled                = ".
           05 op-till-total            pic zzzz9.

       01 total-missing-line.
           05 filler                   pic x(34)
               value "Tills with activity not counted = ".
           05 op-missing-total         pic zzzz9.

       01 total-flagged-line.
           05 filler                   pic x(34)
               value "Tills out of tolerance          = ".
           05 op-flagged-total         pic zzzz9.

       01 total-repeat-line.
           05 filler                   pic x(34)
               value "Repeat offenders                = ".
           05 op-repeat-total          pic zzzz9.

       01 total-over-line.
           05 filler                   pic x(34)
               value "Total cash over                 = ".
           05 op-total-over            pic $$$,$$$,$$9.99-.

       01 total-short-line.
           05 filler                   pic x(34)
               value "Total cash short                = ".
           05 op-total-short           pic $$$,$$$,$$9.99-.

       01 total-net-line.
           05 filler                   pic x(34)
               value "Net cash over / short           = ".
           05 op-total-net             pic $$$,$$$,$$9.99-.

       01 flags.
           05 ws-eof-flag              pic x value 'N'.
           05 ws-oc-new-flag           pic x value 'N'.

       01 counters.
           05 ws-record-counter        pic 9(07) value 0.
           05 ws-count-counter         pic 9(07) value 0.
           05 ws-reconciled-counter    pic 9(05) value 0.
           05 ws-missing-counter       pic 9(05) value 0.
           05 ws-flagged-counter       pic 9(05) value 0.
           05 ws-repeat-counter        pic 9(05) value 0.
           05 ws-total-over            pic s9(09)v99 value 0.
           05 ws-total-short           pic s9(09)v99 value 0.
           05 ws-total-net             pic s9(09)v99 value 0.

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

           perform 100-load-till-counts.
           perform 150-tally-cash-tender.

           open i-o cashier-over-short.
           if ws-oc-status = "35"
               open output cashier-over-short
               close cashier-over-short
               open i-o cashier-over-short
           end-if.

           open output over-short-file.
           open output output-file.

           write output-line           from team-title.
           write output-line           from main-heading
               after advancing 1 line.
           write output-line           from title-heading
               after advancing 1 line.
           write output-line           from detail-heading
               after advancing 2 lines.

           perform 200-reconcile-till
               varying ws-till-sub from 1 by 1
               until ws-till-sub > ws-till-count.

           perform 300-print-footer.

           close output-file,
                 over-short-file,
                 cashier-over-short.

           string "Tills reconciled: " delimited by size
                  ws-reconciled-counter delimited by size
                  "  flagged: "        delimited by size
                  ws-flagged-counter   delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           if ws-missing-counter > 0
               string "Tills not counted: " delimited by size
                      ws-missing-counter    delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
               move 4                  to return-code
           end-if.

           move "End of Till Reconciliation Program."
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

       100-load-till-counts.
           move 'N'                    to ws-eof-flag.
           open input till-count.
           if ws-till-status not = "00"
               move "No till counts on file."
                                       to ws-console-line
               perform 910-put-console
               move 'Y'                to ws-eof-flag
           else
               read till-count
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = 'Y'
               if tc-business-date = ws-process-date
                   add 1               to ws-count-counter
                   move tc-store-no    to ws-lookup-store
                   move tc-cashier-id  to ws-lookup-cashier
                   perform 120-find-or-add-till
                   if ws-till-sub > 0
                       move 'Y'        to tt-counted-flag (ws-till-sub)
                       move tc-cash    to tt-cash (ws-till-sub)
                       move tc-cheques to tt-cheques (ws-till-sub)
                       move tc-float   to tt-float (ws-till-sub)
                   end-if
               end-if
               read till-count
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           if ws-till-status = "00" or ws-till-status = "10"
               close till-count
           end-if.

       120-find-or-add-till.
           move 0                      to ws-till-sub.
           perform varying ws-idx-lookup from 1 by 1
                   until ws-idx-lookup > ws-till-count
               if tt-store-no (ws-idx-lookup) = ws-lookup-store and
                  tt-cashier-id (ws-idx-lookup) = ws-lookup-cashier
                   move ws-idx-lookup  to ws-till-sub
                   exit perform
               end-if
           end-perform.

           if ws-till-sub = 0 and ws-till-count < 2000
               add 1                   to ws-till-count
               move ws-lookup-store    to tt-store-no (ws-till-count)
               move ws-lookup-cashier  to tt-cashier-id
                                          (ws-till-count)
               move 'N'                to tt-counted-flag
                                          (ws-till-count)
               move 0                  to tt-cash (ws-till-count)
               move 0                  to tt-cheques (ws-till-count)
               move 0                  to tt-float (ws-till-count)
               move 0                  to tt-ca-net (ws-till-count)
               move 0                  to tt-ca-count (ws-till-count)
               move ws-till-count      to ws-till-sub
           end-if.

       150-tally-cash-tender.
           move 'N'                    to ws-eof-flag.
           open input data-file.
           if ws-data-status not = "00"
               move "No valid data file on hand."
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
               if in-pay-type = "CA" and not invoice-line
                   perform 160-tally-record
               end-if
               read data-file
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           if ws-data-status = "00" or ws-data-status = "10"
               close data-file
           end-if.

       160-tally-record.
           move in-store-no            to ws-lookup-store.
           move in-cashier-id          to ws-lookup-cashier.
           perform 120-find-or-add-till.
           if ws-till-sub = 0
               exit paragraph
           end-if.

           add 1                       to tt-ca-count (ws-till-sub).
           if in-trans-code = 'R' or in-trans-code = 'V'
               subtract in-trans-amount
                                       from tt-ca-net (ws-till-sub)
           else
               add in-trans-amount     to tt-ca-net (ws-till-sub)
           end-if.

       200-reconcile-till.
           move spaces                 to detail-line.
           move tt-store-no (ws-till-sub)   to op-store-no.
           move tt-cashier-id (ws-till-sub) to op-cashier-id.
           move tt-ca-net (ws-till-sub)     to op-ca-net.

           if tt-counted-flag (ws-till-sub) not = 'Y'
               add 1                   to ws-missing-counter
               move "NOT COUNTED"      to op-flag-text
               write output-line       from detail-line
               exit paragraph
           end-if.

           add 1                       to ws-reconciled-counter.

           compute ws-counted-net =
               tt-cash (ws-till-sub) + tt-cheques (ws-till-sub)
               - tt-float (ws-till-sub).
           compute ws-over-short =
               ws-counted-net - tt-ca-net (ws-till-sub).

           if ws-over-short < 0
               compute ws-abs-over-short = 0 - ws-over-short
               add ws-over-short       to ws-total-short
           else
               move ws-over-short      to ws-abs-over-short
               add ws-over-short       to ws-total-over
           end-if.
           add ws-over-short           to ws-total-net.

           move spaces                 to ws-flag.
           if ws-abs-over-short > cnst-tolerance
               if ws-over-short < 0
                   move "SH"           to ws-flag
                   move "SHORT"        to op-flag-text
               else
                   move "OV"           to ws-flag
                   move "OVER"         to op-flag-text
               end-if
               add 1                   to ws-flagged-counter
           else
               move "OK"               to op-flag-text
           end-if.

           perform 250-update-cashier-history.

           move tt-cash (ws-till-sub)    to op-cash.
           move tt-cheques (ws-till-sub) to op-cheques.
           move tt-float (ws-till-sub)   to op-float.
           move ws-counted-net           to op-counted-net.
           move ws-over-short            to op-over-short.
           move oc-flag-count            to op-flag-count.
           if oc-flag-count >= cnst-repeat-limit and
              out-of-tolerance
               move "REPEAT"           to op-repeat-text
               add 1                   to ws-repeat-counter
           end-if.
           write output-line           from detail-line.

           move ws-process-date        to cs-business-date.
           move tt-store-no (ws-till-sub)   to cs-store-no.
           move tt-cashier-id (ws-till-sub) to cs-cashier-id.
           move tt-ca-net (ws-till-sub)     to cs-expected.
           move ws-counted-net         to cs-counted.
           move ws-over-short          to cs-over-short.
           move ws-flag                to cs-flag.
           write over-short-rec.

       250-update-cashier-history.
           move 'N'                    to ws-oc-new-flag.
           move tt-store-no (ws-till-sub)   to oc-store-no.
           move tt-cashier-id (ws-till-sub) to oc-cashier-id.
           read cashier-over-short
               key is oc-key
               invalid key
                   move 'Y'            to ws-oc-new-flag
                   move 0              to oc-shift-count
                   move 0              to oc-flag-count
                   move 0              to oc-net-over-short
                   move 0              to oc-last-date
                   move 0              to oc-last-flag-date
           end-read.

           if oc-last-date >= ws-process-date
               exit paragraph
           end-if.

           add 1                       to oc-shift-count.
           add ws-over-short           to oc-net-over-short.
           move ws-process-date        to oc-last-date.
           if out-of-tolerance
               add 1                   to oc-flag-count
               move ws-process-date    to oc-last-flag-date
           end-if.

           if ws-oc-new-flag = 'Y'
               write cashier-os-rec
                   invalid key
                       continue
               end-write
           else
               rewrite cashier-os-rec
                   invalid key
                       continue
               end-rewrite
           end-if.

       300-print-footer.
           move cnst-tolerance         to op-tolerance.
           move ws-reconciled-counter  to op-till-total.
           move ws-missing-counter     to op-missing-total.
           move ws-flagged-counter     to op-flagged-total.
           move ws-repeat-counter      to op-repeat-total.
           move ws-total-over          to op-total-over.
           move ws-total-short         to op-total-short.
           move ws-total-net           to op-total-net.

           write output-line           from tolerance-line
               after advancing 2 lines.
           write output-line           from total-tills-line.
           write output-line           from total-missing-line.
           write output-line           from total-flagged-line.
           write output-line           from total-repeat-line.
           write output-line           from total-over-line.
           write output-line           from total-short-line.
           write output-line           from total-net-line.

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

           move "TillReconcile"            to au-program-name.
           move ws-date                    to au-run-date.
           move ws-time                    to au-run-time.
           move ws-record-counter          to au-input-count.
           move ws-reconciled-counter      to au-output-count.
           move return-code                to au-return-code.

           write audit-rec.
           close audit-log.

       end program TillReconcile.
