       identification division.
       program-id. LedgerVerify.
       author. Ngoc Diep Nguyen.
       date-written. 15-October-2026.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select invoice-history
               assign to "../../../data/invoice-history.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is ih-invoice-no
                   file status is ws-ih-status.

           select trans-register
               assign to "../../../data/trans-register.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is tr-invoice-no
                   alternate record key is tr-store-date
                       with duplicates
                   file status is ws-register-status.

           select gift-card-ledger
               assign to "../../../data/gift-card-ledger.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is gc-card-no
                   file status is ws-gc-status.

           select layaway-ledger
               assign to "../../../data/layaway-ledger.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is ly-invoice-no
                   file status is ws-layaway-status.

           select trans-history
               assign to "../../../data/trans-history.dat"
                   organization is line sequential
                   file status is ws-history-status.

           select output-file
               assign to "../../../data/ledger-verify.out"
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

       fd invoice-history
           data record is invoice-history-rec.
       01 invoice-history-rec.
           05 ih-invoice-no            pic x(09).
           05 ih-store-no              pic xx.
           05 ih-trans-code            pic x.
           05 ih-trans-amount          pic 9(07)v99.
           05 ih-post-date             pic 9(08).

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

       fd gift-card-ledger
           data record is gift-card-rec.
       01 gift-card-rec.
           05 gc-card-no               pic x(16).
           05 gc-issue-store           pic xx.
           05 gc-issue-date            pic 9(08).
           05 gc-original-amount       pic 9(09)v99.
           05 gc-balance               pic s9(09)v99.
           05 gc-last-date             pic 9(08).
           05 gc-status                pic x.

       fd layaway-ledger
           data record is layaway-rec.
       01 layaway-rec.
           05 ly-invoice-no            pic x(09).
           05 ly-store-no              pic xx.
           05 ly-open-date             pic 9(08).
           05 ly-plan-amount           pic 9(09)v99.
           05 ly-paid-amount           pic 9(09)v99.
           05 ly-last-pay-date         pic 9(08).
           05 ly-status                pic x.

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
           05 filler                   pic x(82).

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

       01 ws-ih-status                  pic xx value spaces.
       01 ws-register-status            pic xx value spaces.
       01 ws-gc-status                  pic xx value spaces.
       01 ws-layaway-status             pic xx value spaces.
       01 ws-history-status             pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.

       01 ws-card-count                 pic 9(04) value 0.
       01 gift-card-table.
           05 gift-card-entry           occurs 1 to 2000 times
                                         depending on ws-card-count.
               10 gv-card-no            pic x(16).
               10 gv-original-amount    pic 9(09)v99.
               10 gv-balance            pic s9(09)v99.
               10 gv-redeemed           pic s9(09)v99.
       01 ws-card-sub                   pic 9(04) value 0.
       01 ws-found-card-sub             pic 9(04) value 0.

       01 ws-plan-count                 pic 9(04) value 0.
       01 layaway-table.
           05 layaway-entry             occurs 1 to 2000 times
                                         depending on ws-plan-count.
               10 lv-invoice-no         pic x(09).
               10 lv-plan-amount        pic 9(09)v99.
               10 lv-paid-amount        pic 9(09)v99.
               10 lv-status             pic x.
                   88 lv-plan-open       value 'O'.
                   88 lv-plan-cancelled  value 'X'.
               10 lv-opened-flag        pic x.
               10 lv-payments           pic 9(09)v99.
       01 ws-plan-sub                   pic 9(04) value 0.
       01 ws-found-plan-sub             pic 9(04) value 0.

       01 ws-oldest-history-date        pic 9(08) value 99999999.
       01 ws-expected-amount            pic s9(09)v99 value 0.

       01 check-counters.
           05 check-entry               occurs 4 times.
               10 ck-examined           pic 9(07).
               10 ck-discrepancies      pic 9(07).

       01 check-name-values.
           05 filler                   pic x(40)
               value "Register and invoice history agree".
           05 filler                   pic x(40)
               value "Gift card balance = issued - redeemed".
           05 filler                   pic x(40)
               value "Layaway paid amount = posted payments".
           05 filler                   pic x(40)
               value "No voided invoice still live".
       01 check-name-table redefines check-name-values.
           05 check-name               pic x(40) occurs 4 times.
       01 ws-check-sub                  pic 9 value 0.

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
               value "GROUP PROJECT - MFD-31".

       01 title-heading.
           05 filler                   pic x(19)
               value spaces.
           05 filler                   pic x(41)
               value "LEDGER CROSS-FILE INTEGRITY DISCREPANCIES".

       01 detail-heading.
           05 filler                   pic x(04)
               value "CHK".
           05 filler                   pic x(18)
               value "KEY".
           05 filler                   pic x(40)
               value "DISCREPANCY".
           05 filler                   pic x(16)
               value "  LEDGER AMOUNT".
           05 filler                   pic x(16)
               value "  EXPECTED/FILE".

       01 detail-line.
           05 filler                   pic x(01)
               value spaces.
           05 op-check                 pic 9.
           05 filler                   pic x(02)
               value spaces.
           05 op-key                   pic x(16).
           05 filler                   pic x(02)
               value spaces.
           05 op-description           pic x(38).
           05 filler                   pic x(02)
               value spaces.
           05 op-ledger-amount         pic -zzz,zzz,zz9.99.
           05 filler                   pic x(01)
               value spaces.
           05 op-expected-amount       pic -zzz,zzz,zz9.99.

       01 no-discrepancy-line.
           05 filler                   pic x(40)
               value "No discrepancies found.".

       01 summary-heading.
           05 filler                   pic x(46)
               value "CHECK".
           05 filler                   pic x(12)
               value "   EXAMINED".
           05 filler                   pic x(14)
               value "  DISCREPANCY".

       01 summary-line.
           05 filler                   pic x(01)
               value spaces.
           05 op-sum-check             pic 9.
           05 filler                   pic x(02)
               value spaces.
           05 op-sum-name              pic x(40).
           05 filler                   pic x(02)
               value spaces.
           05 op-sum-examined          pic zzzzzzzzz9.
           05 filler                   pic x(04)
               value spaces.
           05 op-sum-discrepancies     pic zzzzzzzz9.

       01 note-superseded-line.
           05 filler                   pic x(34)
               value "  History invoices superseded by a".
           05 filler                   pic x(26)
               value " rejected or held posting".
           05 op-superseded            pic zzzzzz9.

       01 note-retention-line.
           05 filler                   pic x(48)
               value "  Register invoices older than history retention".
           05 filler                   pic x(12)
               value spaces.
           05 op-retention             pic zzzzzz9.

       01 note-overflow-line.
           05 filler                   pic x(48)
               value "  Ledger records not verified (table full)     ".
           05 filler                   pic x(12)
               value spaces.
           05 op-overflow              pic zzzzzz9.

       01 result-line.
           05 filler                   pic x(20)
               value "Verification result:".
           05 filler                   pic x(01)
               value spaces.
           05 op-result                pic x(40).

       01 flags.
           05 ws-eof-flag              pic x value 'N'.

       01 counters.
           05 ws-discrepancy-counter   pic 9(07) value 0.
           05 ws-superseded-counter    pic 9(07) value 0.
           05 ws-retention-counter     pic 9(07) value 0.
           05 ws-overflow-counter      pic 9(07) value 0.
           05 ws-read-counter          pic 9(07) value 0.

       procedure division.

       000-Main.

           perform 040-load-run-mode.
           perform 042-load-process-date.

           accept ws-date              from date.
           accept ws-time              from time.
           accept ws-hdr-date          from date.
           accept ws-hdr-time          from time.

           if date-overridden
               move ws-process-date (3:6) to ws-date
               move ws-process-date (3:6)
                                       to ws-hdr-date
           end-if.

           perform varying ws-check-sub from 1 by 1
                   until ws-check-sub > 4
               move 0                  to ck-examined (ws-check-sub)
               move 0                  to ck-discrepancies
                                          (ws-check-sub)
           end-perform.

           perform 100-load-gift-cards.
           perform 110-load-layaways.

           open output output-file.

           write output-line           from team-title.
           write output-line           from main-heading
               after advancing 1 line.
           write output-line           from title-heading
               after advancing 1 line.
           write output-line           from detail-heading
               after advancing 2 lines.

           open input invoice-history.
           open input trans-register.

           if ws-ih-status = "00" and ws-register-status = "00"
               perform 200-history-to-register
               perform 300-register-to-history
           else
               move "Invoice history or register not available -"
                   & " check 1 skipped." to ws-console-line
               perform 910-put-console
           end-if.

           if ws-ih-status = "00"
               close invoice-history
           end-if.
           if ws-register-status = "00"
               close trans-register
           end-if.

           perform 400-scan-trans-history.
           perform 500-check-gift-cards.
           perform 600-check-layaways.

           perform 700-print-summary.

           close output-file.

           string "Ledger discrepancies found: " delimited by size
                  ws-discrepancy-counter         delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

           move "End of Ledger Verify Program."
                                       to ws-console-line.
           perform 910-put-console.

           if not batch-mode
               display "Press Enter to continue.."
               accept return-code
           end-if.

           move 0                      to return-code.
           if ws-overflow-counter > 0
               move 4                  to return-code
           end-if.
           if ws-discrepancy-counter > 0
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

       100-load-gift-cards.
           move 'N'                    to ws-eof-flag.
           open input gift-card-ledger.
           if ws-gc-status not = "00"
               exit paragraph
           end-if.

           read gift-card-ledger next record
               at end
                   move 'Y'            to ws-eof-flag
           end-read.

           perform until ws-eof-flag = 'Y'
               if ws-card-count < 2000
                   add 1               to ws-card-count
                   move gc-card-no     to gv-card-no (ws-card-count)
                   move gc-original-amount
                                       to gv-original-amount
                                          (ws-card-count)
                   move gc-balance     to gv-balance (ws-card-count)
                   move 0              to gv-redeemed (ws-card-count)
               else
                   add 1               to ws-overflow-counter
               end-if
               read gift-card-ledger next record
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           close gift-card-ledger.

       110-load-layaways.
           move 'N'                    to ws-eof-flag.
           open input layaway-ledger.
           if ws-layaway-status not = "00"
               exit paragraph
           end-if.

           read layaway-ledger next record
               at end
                   move 'Y'            to ws-eof-flag
           end-read.

           perform until ws-eof-flag = 'Y'
               if ws-plan-count < 2000
                   add 1               to ws-plan-count
                   move ly-invoice-no  to lv-invoice-no (ws-plan-count)
                   move ly-plan-amount to lv-plan-amount
                                          (ws-plan-count)
                   move ly-paid-amount to lv-paid-amount
                                          (ws-plan-count)
                   move ly-status      to lv-status (ws-plan-count)
                   move 'N'            to lv-opened-flag
                                          (ws-plan-count)
                   move 0              to lv-payments (ws-plan-count)
               else
                   add 1               to ws-overflow-counter
               end-if
               read layaway-ledger next record
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           close layaway-ledger.

       200-history-to-register.
           move 'N'                    to ws-eof-flag.
           read invoice-history next record
               at end
                   move 'Y'            to ws-eof-flag
           end-read.

           perform until ws-eof-flag = 'Y'
               add 1                   to ws-read-counter
               add 1                   to ck-examined (1)
               if ih-post-date < ws-oldest-history-date
                   move ih-post-date   to ws-oldest-history-date
               end-if
               perform 210-find-register-invoice
               read invoice-history next record
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

       210-find-register-invoice.
           move ih-invoice-no          to tr-invoice-no.
           read trans-register
               key is tr-invoice-no
               invalid key
                   move 1              to op-check
                   move ih-invoice-no  to op-key
                   move "History invoice not on register"
                                       to op-description
                   move ih-trans-amount
                                       to op-ledger-amount
                   move 0              to op-expected-amount
                   perform 800-write-discrepancy
               not invalid key
                   perform 220-compare-history
           end-read.

       220-compare-history.
           evaluate true
               when tr-disposition = "REJECTED" or
                    tr-disposition = "SUP-REJECT" or
                    tr-disposition = "HELD"
                   add 1               to ws-superseded-counter
               when tr-trans-code = 'V'
                   add 1               to ck-examined (4)
                   move 4              to op-check
                   move ih-invoice-no  to op-key
                   move "Voided invoice still in history"
                                       to op-description
                   move ih-trans-amount
                                       to op-ledger-amount
                   move tr-trans-amount
                                       to op-expected-amount
                   perform 800-write-discrepancy
               when other
                   continue
           end-evaluate.

       300-register-to-history.
           move 'N'                    to ws-eof-flag.
           move low-values             to tr-invoice-no.
           start trans-register
               key is >= tr-invoice-no
               invalid key
                   move 'Y'            to ws-eof-flag
           end-start.

           if ws-eof-flag = 'N'
               read trans-register next record
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = 'Y'
               add 1                   to ws-read-counter
               if tr-disposition = "ACCEPTED"
                   if tr-trans-code = 'V'
                       perform 320-check-voided-invoice
                   else
                       add 1           to ck-examined (1)
                       perform 310-find-history-invoice
                   end-if
               end-if
               read trans-register next record
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

       310-find-history-invoice.
           move tr-invoice-no          to ih-invoice-no.
           read invoice-history
               key is ih-invoice-no
               invalid key
                   if tr-trans-date < ws-oldest-history-date
                       add 1           to ws-retention-counter
                   else
                       move 1          to op-check
                       move tr-invoice-no
                                       to op-key
                       move "Accepted invoice not in history"
                                       to op-description
                       move 0          to op-ledger-amount
                       move tr-trans-amount
                                       to op-expected-amount
                       perform 800-write-discrepancy
                   end-if
           end-read.

       320-check-voided-invoice.
           add 1                       to ck-examined (4).
           move 0                      to ws-found-plan-sub.
           perform varying ws-plan-sub from 1 by 1
                   until ws-plan-sub > ws-plan-count
               if lv-invoice-no (ws-plan-sub) = tr-invoice-no
                   move ws-plan-sub    to ws-found-plan-sub
                   exit perform
               end-if
           end-perform.

           if ws-found-plan-sub > 0
               if lv-plan-open (ws-found-plan-sub)
                   move 4              to op-check
                   move tr-invoice-no  to op-key
                   move "Voided invoice open on layaway ledger"
                                       to op-description
                   move lv-paid-amount (ws-found-plan-sub)
                                       to op-ledger-amount
                   move tr-trans-amount
                                       to op-expected-amount
                   perform 800-write-discrepancy
               end-if
           end-if.

       400-scan-trans-history.
           move 'N'                    to ws-eof-flag.
           open input trans-history.
           if ws-history-status not = "00"
               move "Transaction history not available -"
                   & " checks 2 and 3 use ledger only."
                                       to ws-console-line
               perform 910-put-console
               exit paragraph
           end-if.

           read trans-history
               at end
                   move 'Y'            to ws-eof-flag
           end-read.

           perform until ws-eof-flag = 'Y'
               add 1                   to ws-read-counter
               if not history-line
                   if hs-pay-type = "GC" and hs-trans-code not = 'G'
                       perform 410-tally-redemption
                   end-if
                   if hs-trans-code = 'L'
                       perform 420-tally-layaway
                   end-if
               end-if
               read trans-history
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           close trans-history.

       410-tally-redemption.
           move 0                      to ws-found-card-sub.
           perform varying ws-card-sub from 1 by 1
                   until ws-card-sub > ws-card-count
               if gv-card-no (ws-card-sub) = hs-card-no
                   move ws-card-sub    to ws-found-card-sub
                   exit perform
               end-if
           end-perform.

           if ws-found-card-sub = 0
               if ws-overflow-counter = 0
                   move 2              to op-check
                   move hs-card-no     to op-key
                   move "Card redeemed but not on gift ledger"
                                       to op-description
                   move 0              to op-ledger-amount
                   move hs-trans-amount
                                       to op-expected-amount
                   perform 800-write-discrepancy
               end-if
               exit paragraph
           end-if.

           if hs-trans-code = 'R' or hs-trans-code = 'V'
               subtract hs-trans-amount
                   from gv-redeemed (ws-found-card-sub)
           else
               add hs-trans-amount     to gv-redeemed
                                          (ws-found-card-sub)
           end-if.

       420-tally-layaway.
           move 0                      to ws-found-plan-sub.
           perform varying ws-plan-sub from 1 by 1
                   until ws-plan-sub > ws-plan-count
               if lv-invoice-no (ws-plan-sub) = hs-invoice-number
                   move ws-plan-sub    to ws-found-plan-sub
                   exit perform
               end-if
           end-perform.

           if ws-found-plan-sub = 0
               if ws-overflow-counter = 0
                   move 3              to op-check
                   move hs-invoice-number
                                       to op-key
                   move "Layaway posting with no plan on ledger"
                                       to op-description
                   move 0              to op-ledger-amount
                   move hs-trans-amount
                                       to op-expected-amount
                   perform 800-write-discrepancy
               end-if
               exit paragraph
           end-if.

           if lv-opened-flag (ws-found-plan-sub) = 'N'
               move 'Y'                to lv-opened-flag
                                          (ws-found-plan-sub)
           else
               add hs-trans-amount     to lv-payments
                                          (ws-found-plan-sub)
           end-if.

       500-check-gift-cards.
           perform varying ws-card-sub from 1 by 1
                   until ws-card-sub > ws-card-count
               add 1                   to ck-examined (2)
               compute ws-expected-amount =
                   gv-original-amount (ws-card-sub) -
                   gv-redeemed (ws-card-sub)
               if gv-balance (ws-card-sub) not = ws-expected-amount
                   move 2              to op-check
                   move gv-card-no (ws-card-sub)
                                       to op-key
                   move "Balance not issue less redemptions"
                                       to op-description
                   move gv-balance (ws-card-sub)
                                       to op-ledger-amount
                   move ws-expected-amount
                                       to op-expected-amount
                   perform 800-write-discrepancy
               end-if
           end-perform.

       600-check-layaways.
           perform varying ws-plan-sub from 1 by 1
                   until ws-plan-sub > ws-plan-count
               add 1                   to ck-examined (3)
               if lv-paid-amount (ws-plan-sub) not =
                  lv-payments (ws-plan-sub)
                   move 3              to op-check
                   move lv-invoice-no (ws-plan-sub)
                                       to op-key
                   move "Paid amount not equal posted payments"
                                       to op-description
                   move lv-paid-amount (ws-plan-sub)
                                       to op-ledger-amount
                   move lv-payments (ws-plan-sub)
                                       to op-expected-amount
                   perform 800-write-discrepancy
               end-if
               if not lv-plan-cancelled (ws-plan-sub) and
                  ((lv-status (ws-plan-sub) = 'C' and
                    lv-paid-amount (ws-plan-sub) <
                    lv-plan-amount (ws-plan-sub)) or
                   (lv-status (ws-plan-sub) = 'O' and
                    lv-paid-amount (ws-plan-sub) >=
                    lv-plan-amount (ws-plan-sub)))
                   move 3              to op-check
                   move lv-invoice-no (ws-plan-sub)
                                       to op-key
                   move "Plan status does not match paid amount"
                                       to op-description
                   move lv-paid-amount (ws-plan-sub)
                                       to op-ledger-amount
                   move lv-plan-amount (ws-plan-sub)
                                       to op-expected-amount
                   perform 800-write-discrepancy
               end-if
           end-perform.

       700-print-summary.
           if ws-discrepancy-counter = 0
               write output-line       from no-discrepancy-line
                   after advancing 1 line
           end-if.

           write output-line           from summary-heading
               after advancing 2 lines.
           perform varying ws-check-sub from 1 by 1
                   until ws-check-sub > 4
               move ws-check-sub       to op-sum-check
               move check-name (ws-check-sub)
                                       to op-sum-name
               move ck-examined (ws-check-sub)
                                       to op-sum-examined
               move ck-discrepancies (ws-check-sub)
                                       to op-sum-discrepancies
               write output-line       from summary-line
                   after advancing 1 line
           end-perform.

           move ws-superseded-counter  to op-superseded.
           write output-line           from note-superseded-line
               after advancing 2 lines.
           move ws-retention-counter   to op-retention.
           write output-line           from note-retention-line
               after advancing 1 line.
           move ws-overflow-counter    to op-overflow.
           write output-line           from note-overflow-line
               after advancing 1 line.

           if ws-discrepancy-counter > 0
               move "LEDGERS OUT OF AGREEMENT - INVESTIGATE"
                                       to op-result
           else
               move "LEDGERS AGREE"    to op-result
           end-if.
           write output-line           from result-line
               after advancing 2 lines.

       800-write-discrepancy.
           add 1                       to ws-discrepancy-counter.
           add 1                       to ck-discrepancies (op-check).
           write output-line           from detail-line
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

           move "LedgerVerify"             to au-program-name.
           move ws-date                    to au-run-date.
           move ws-time                    to au-run-time.
           move ws-read-counter            to au-input-count.
           move ws-discrepancy-counter     to au-output-count.
           move return-code                to au-return-code.

           write audit-rec.
           close audit-log.

       end program LedgerVerify.
