                   organization is line sequential
                   file status is ws-settle-status.

           select over-short-file
               assign to "../../../data/cash-over-short.dat"
                   organization is line sequential
                   file status is ws-os-status.

           select chargeback-loss
               assign to "../../../data/chargeback-loss.dat"
                   organization is line sequential
                   file status is ws-cb-status.

           select exchange-rate
               assign to "../../../data/exchange-rate.dat"
                   organization is line sequential
                   file status is ws-exchange-status.

           select fx-pending
               assign to "../../../data/fx-pending.dat"
                   organization is line sequential
                   file status is ws-fx-pending-status.

           select store-master
               assign to "../../../data/store-master.dat"
                   organization is indexed

       fd settlement-file
           data record is settlement-rec
           record contains 41 characters.
       01 settlement-rec.
           05 se-settle-date           pic 9(08).
           05 se-pay-type              pic xx.
           05 se-store-no              pic xx.
           05 se-count                 pic 9(07).
           05 se-amount                pic s9(09)v99.
           05 se-foreign-amount        pic s9(09)v99.

       fd exchange-rate
           data record is exchange-rate-rec
           record contains 40 characters.
       01 exchange-rate-rec.
           05 xr-rate-date             pic 9(08).
           05 xr-currency              pic x(03).
           05 xr-official-rate         pic 9(02)v9(06).
           05 xr-bank-rate             pic 9(02)v9(06).
           05 xr-entered-by            pic x(10).
           05 filler                   pic x(03).

       fd fx-pending
           data record is fx-pending-rec
           record contains 48 characters.
       01 fx-pending-rec.
           05 fp-store-no              pic xx.
           05 fp-settle-date           pic 9(08).
           05 fp-foreign-amount        pic s9(09)v99.
           05 fp-booked-amount         pic s9(09)v99.
           05 fp-deferred-date         pic 9(08).
           05 fp-posted-date           pic 9(08).

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

       fd chargeback-loss
           data record is chargeback-loss-rec
           record contains 48 characters.
       01 chargeback-loss-rec.
           05 cl-post-date             pic 9(08).
           05 cl-case-no               pic x(12).
           05 cl-store-no              pic xx.
           05 cl-pay-type              pic xx.
           05 cl-amount                pic 9(07)v99.
           05 cl-outcome               pic x.
           05 cl-operator              pic x(10).
           05 filler                   pic x(04).

       fd store-master
           data record is store-master-rec

       01 ws-dt-status                  pic xx value spaces.
       01 ws-settle-status              pic xx value spaces.
       01 ws-os-status                  pic xx value spaces.
       01 ws-cb-status                  pic xx value spaces.
       01 ws-map-status                 pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.
       01 ws-exchange-status            pic xx value spaces.
       01 ws-fx-pending-status          pic xx value spaces.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.
               10 sg-sl-amount          pic s9(09)v99 value 0.
               10 sg-r-amount           pic s9(09)v99 value 0.
               10 sg-tax-amount         pic s9(09)v99 value 0.
               10 sg-exempt-amount      pic s9(09)v99 value 0.
               10 sg-tax-posted-flag    pic x value 'N'.
               10 sg-gc-amount          pic s9(09)v99 value 0.
               10 sg-os-amount          pic s9(09)v99 value 0.
               10 sg-fx-amount          pic s9(09)v99 value 0.

       01 ws-store-sub                  pic 99 value 0.
       01 ws-idx-lookup                 pic 9(03) value 0.
               10 tg-amount             pic s9(09)v99.
       01 ws-tender-sub                 pic 99 value 0.

       01 ws-rate-count                 pic 9(04) value 0.
       01 rate-table.
           05 rate-entry                occurs 1 to 1000 times
                                         depending on ws-rate-count.
               10 rt-rate-date          pic 9(08).
               10 rt-official-rate      pic 9(02)v9(06).
               10 rt-bank-rate          pic 9(02)v9(06).
       01 ws-rate-sub                   pic 9(04) value 0.
       01 ws-found-rate-sub             pic 9(04) value 0.
       01 ws-bank-cad                   pic s9(09)v99 value 0.
       01 ws-fx-deferred-count          pic 9(05) value 0.
       01 ws-fx-deferred-usd            pic s9(09)v99 value 0.
       01 ws-fx-caught-up-count         pic 9(05) value 0.
       01 ws-fx-caught-up-usd           pic s9(09)v99 value 0.
       01 ws-fx-store-no                pic xx value spaces.
       01 ws-fx-rate-date               pic 9(08) value 0.
       01 ws-fx-foreign-amount          pic s9(09)v99 value 0.
       01 ws-fx-booked-amount           pic s9(09)v99 value 0.

       01 ws-pend-count                 pic 9(04) value 0.
       01 fx-pending-table.
           05 fx-pending-entry          occurs 1 to 2000 times
                                         depending on ws-pend-count.
               10 pn-store-no           pic xx.
               10 pn-settle-date        pic 9(08).
               10 pn-foreign-amount     pic s9(09)v99.
               10 pn-booked-amount      pic s9(09)v99.
               10 pn-deferred-date      pic 9(08).
               10 pn-posted-date        pic 9(08).
       01 ws-pend-sub                   pic 9(04) value 0.

       01 ws-loss-count                 pic 9(03) value 0.
       01 chargeback-loss-table.
           05 chargeback-loss-entry     occurs 1 to 100 times
                                         depending on ws-loss-count.
               10 lt-case-no            pic x(12).
               10 lt-store-no           pic xx.
               10 lt-pay-type           pic xx.
               10 lt-amount             pic 9(07)v99.
       01 ws-loss-sub                   pic 9(03) value 0.

       01 ws-entry-count                pic 9(03) value 0.
       01 journal-table.
           05 journal-entry             occurs 1 to 200 times
           05 filler                   pic x(48)
               value "JOURNAL OUT OF BALANCE - BATCH NOT RELEASED".

       01 fx-deferred-line.
           05 filler                   pic x(34)
               value "  US cash deferred, no bank rate:".
           05 op-fx-deferred-count     pic zz,zz9.
           05 filler                   pic x(08)
               value "   USD  ".
           05 op-fx-deferred-usd       pic zzz,zzz,zz9.99-.

       01 fx-caught-up-line.
           05 filler                   pic x(34)
               value "  Deferred US cash now posted:   ".
           05 op-fx-caught-up-count    pic zz,zz9.
           05 filler                   pic x(08)
               value "   USD  ".
           05 op-fx-caught-up-usd      pic zzz,zzz,zz9.99-.

       01 map-missing-line.
           05 filler                   pic x(34)
               value "  Account mappings defaulted:    ".

           perform 050-load-store-master.
           perform 060-load-account-map.
           perform 065-load-exchange-rates.
           perform 100-load-daily-totals.
           perform 140-load-fx-pending.
           perform 150-load-settlement.
           perform 170-load-over-short.
           perform 175-load-chargeback-loss.

           perform 200-build-journal.
           perform 300-check-balance.

           if batch-balanced
               perform 500-write-journal
               perform 510-write-fx-pending
               move "GL journal batch released."
                                       to ws-console-line
               perform 910-put-console
               close account-map
           end-if.

       065-load-exchange-rates.
           move 'N'                    to ws-eof-flag.
           open input exchange-rate.
           if ws-exchange-status not = "00"
               move 'Y'                to ws-eof-flag
           else
               read exchange-rate
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = 'Y'
               if xr-currency = "USD" and
                  xr-rate-date is numeric and
                  xr-official-rate is numeric and
                  xr-bank-rate is numeric
                   move 0              to ws-found-rate-sub
                   perform varying ws-rate-sub from 1 by 1
                           until ws-rate-sub > ws-rate-count
                       if rt-rate-date (ws-rate-sub) = xr-rate-date
                           move ws-rate-sub
                                       to ws-found-rate-sub
                           exit perform
                       end-if
                   end-perform
                   if ws-found-rate-sub = 0 and ws-rate-count < 1000
                       add 1           to ws-rate-count
                       move ws-rate-count
                                       to ws-found-rate-sub
                       move xr-rate-date
                                       to rt-rate-date
                                          (ws-found-rate-sub)
                   end-if
                   if ws-found-rate-sub > 0
                       move xr-official-rate
                                       to rt-official-rate
                                          (ws-found-rate-sub)
                       move xr-bank-rate
                                       to rt-bank-rate
                                          (ws-found-rate-sub)
                   end-if
               end-if
               read exchange-rate
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           if ws-exchange-status = "00" or ws-exchange-status = "10"
               close exchange-rate
           end-if.

       070-find-account.
           move spaces                 to ws-found-account.
           move spaces                 to ws-found-desc.
                  dt-record-type = "STORE"
                   perform 110-post-store-total
               end-if
               if dt-program-name = "SandLProcessing" and
                  (dt-record-type = "EXEMPT" or
                   dt-record-type = "STORETAX")
                   perform 110-post-store-total
               end-if
               read daily-totals
                   at end
                       move 'Y'        to ws-eof-flag
               close daily-totals
           end-if.

           perform varying ws-store-sub from 1 by 1
                   until ws-store-sub > ws-store-count
               if sg-tax-posted-flag (ws-store-sub) = 'N'
                   compute sg-tax-amount (ws-store-sub) rounded =
                       (sg-sl-amount (ws-store-sub) -
                        sg-exempt-amount (ws-store-sub))
                           * st-tax-rate (ws-store-sub)
               end-if
           end-perform.

       110-post-store-total.
           move 0                      to ws-store-sub.
           perform varying ws-idx-lookup from 1 by 1
               end-if
           end-perform.

           if ws-store-sub > 0 and dt-record-type = "EXEMPT"
               move dt-amount          to sg-exempt-amount
                                          (ws-store-sub)
               exit paragraph
           end-if.

           if ws-store-sub > 0 and dt-record-type = "STORETAX"
               move dt-amount          to sg-tax-amount (ws-store-sub)
               move 'Y'                to sg-tax-posted-flag
                                          (ws-store-sub)
               exit paragraph
           end-if.

           if ws-store-sub > 0
               if dt-trans-class = "SL"
                   move dt-amount      to sg-sl-amount (ws-store-sub)
               end-if
               if dt-trans-class = "R"
                   move dt-amount      to sg-r-amount (ws-store-sub)
               end-if
           end-if.

       140-load-fx-pending.
           move 'N'                    to ws-eof-flag.
           open input fx-pending.
           if ws-fx-pending-status not = "00"
               move 'Y'                to ws-eof-flag
           else
               read fx-pending
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = 'Y'
               perform 145-check-fx-pending
               read fx-pending
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           if ws-fx-pending-status = "00" or
              ws-fx-pending-status = "10"
               close fx-pending
           end-if.

       145-check-fx-pending.
           if fp-settle-date is not numeric or
              fp-deferred-date is not numeric or
              fp-posted-date is not numeric
               exit paragraph
           end-if.

           if fp-posted-date = 0 and
              fp-deferred-date = ws-process-date
               exit paragraph
           end-if.

           if fp-posted-date not = 0 and
              fp-posted-date not = ws-process-date
               exit paragraph
           end-if.

           move fp-store-no            to ws-fx-store-no.
           move fp-settle-date         to ws-fx-rate-date.
           move fp-foreign-amount      to ws-fx-foreign-amount.
           move fp-booked-amount       to ws-fx-booked-amount.
           perform 166-find-bank-rate.

           if ws-pend-count < 2000
               add 1                   to ws-pend-count
               move fx-pending-rec     to fx-pending-entry
                                          (ws-pend-count)
           end-if.

           if ws-found-rate-sub > 0
               perform 167-post-exchange-amount
               add 1                   to ws-fx-caught-up-count
               add fp-foreign-amount   to ws-fx-caught-up-usd
               move ws-process-date    to pn-posted-date
                                          (ws-pend-count)
           end-if.

       150-load-settlement.
           move 'N'                    to ws-eof-flag.
           open input settlement-file.
               close settlement-file
           end-if.

           if ws-fx-deferred-count > 0
               string "US cash lines without bank deposit rate: "
                                       delimited by size
                      ws-fx-deferred-count
                                       delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
           end-if.

           if ws-fx-caught-up-count > 0
               string "Deferred US cash lines now posted: "
                                       delimited by size
                      ws-fx-caught-up-count
                                       delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
           end-if.

       160-tally-tender.
           move 0                      to ws-tender-sub.
           perform varying ws-idx-lookup from 1 by 1
               add se-amount           to tg-amount (ws-tender-sub)
           end-if.

           if se-pay-type = "US" and
              se-foreign-amount is numeric and
              se-foreign-amount not = 0
               perform 165-tally-exchange
           end-if.

       165-tally-exchange.
           move se-store-no            to ws-fx-store-no.
           move se-settle-date         to ws-fx-rate-date.
           move se-foreign-amount      to ws-fx-foreign-amount.
           move se-amount              to ws-fx-booked-amount.

           perform 166-find-bank-rate.

           if ws-found-rate-sub = 0
               add 1                   to ws-fx-deferred-count
               add se-foreign-amount   to ws-fx-deferred-usd
               if ws-pend-count < 2000
                   add 1               to ws-pend-count
                   move se-store-no    to pn-store-no (ws-pend-count)
                   move se-settle-date to pn-settle-date
                                          (ws-pend-count)
                   move se-foreign-amount
                                       to pn-foreign-amount
                                          (ws-pend-count)
                   move se-amount      to pn-booked-amount
                                          (ws-pend-count)
                   move ws-process-date
                                       to pn-deferred-date
                                          (ws-pend-count)
                   move 0              to pn-posted-date
                                          (ws-pend-count)
               end-if
               exit paragraph
           end-if.

           perform 167-post-exchange-amount.

       166-find-bank-rate.
           move 0                      to ws-found-rate-sub.
           perform varying ws-rate-sub from 1 by 1
                   until ws-rate-sub > ws-rate-count
               if rt-rate-date (ws-rate-sub) = ws-fx-rate-date
                   move ws-rate-sub    to ws-found-rate-sub
                   exit perform
               end-if
           end-perform.

           if ws-found-rate-sub > 0
               if rt-bank-rate (ws-found-rate-sub) = 0
                   move 0              to ws-found-rate-sub
               end-if
           end-if.

       167-post-exchange-amount.
           move 0                      to ws-store-sub.
           perform varying ws-idx-lookup from 1 by 1
                   until ws-idx-lookup > ws-store-count
               if st-store-no (ws-idx-lookup) = ws-fx-store-no
                   move ws-idx-lookup  to ws-store-sub
                   exit perform
               end-if
           end-perform.

           if ws-store-sub > 0
               compute ws-bank-cad rounded =
                   ws-fx-foreign-amount *
                   rt-bank-rate (ws-found-rate-sub)
               compute sg-fx-amount (ws-store-sub) =
                   sg-fx-amount (ws-store-sub) +
                   ws-bank-cad - ws-fx-booked-amount
           end-if.

       170-load-over-short.
           move 'N'                    to ws-eof-flag.
           open input over-short-file.
           if ws-os-status not = "00"
               move 'Y'                to ws-eof-flag
           else
               read over-short-file
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = 'Y'
               if cs-business-date = ws-process-date
                   perform 180-post-over-short
               end-if
               read over-short-file
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           if ws-os-status = "00" or ws-os-status = "10"
               close over-short-file
           end-if.

       180-post-over-short.
           move 0                      to ws-store-sub.
           perform varying ws-idx-lookup from 1 by 1
                   until ws-idx-lookup > ws-store-count
               if st-store-no (ws-idx-lookup) = cs-store-no
                   move ws-idx-lookup  to ws-store-sub
                   exit perform
               end-if
           end-perform.

           if ws-store-sub > 0
               add cs-over-short       to sg-os-amount (ws-store-sub)
           end-if.

       175-load-chargeback-loss.
           move 'N'                    to ws-eof-flag.
           open input chargeback-loss.
           if ws-cb-status not = "00"
               move 'Y'                to ws-eof-flag
           else
               read chargeback-loss
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = 'Y'
               if cl-post-date = ws-process-date and
                  cl-amount is numeric and
                  ws-loss-count < 100
                   add 1               to ws-loss-count
                   move cl-case-no     to lt-case-no (ws-loss-count)
                   move cl-store-no    to lt-store-no (ws-loss-count)
                   move cl-pay-type    to lt-pay-type (ws-loss-count)
                   move cl-amount      to lt-amount (ws-loss-count)
               end-if
               read chargeback-loss
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           if ws-cb-status = "00" or ws-cb-status = "10"
               close chargeback-loss
           end-if.

           if ws-loss-count > 0
               string "Chargeback losses to post: " delimited by size
                      ws-loss-count                 delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
           end-if.

       200-build-journal.
           perform varying ws-tender-sub from 1 by 1
                   until ws-tender-sub > ws-tender-count
               end-if
           end-perform.

           perform varying ws-store-sub from 1 by 1
                   until ws-store-sub > ws-store-count
               if sg-os-amount (ws-store-sub) not = 0
                   perform 240-post-over-short
               end-if
           end-perform.

           perform varying ws-store-sub from 1 by 1
                   until ws-store-sub > ws-store-count
               if sg-fx-amount (ws-store-sub) not = 0
                   perform 250-post-exchange
               end-if
           end-perform.

           perform varying ws-loss-sub from 1 by 1
                   until ws-loss-sub > ws-loss-count
               perform 260-post-chargeback
           end-perform.

       230-post-tax-reclass.
           move "SALES"                to ws-lookup-map-type.
           move st-store-no (ws-store-sub) to ws-lookup-key.
           end-string.
           perform 220-post-credit.

       240-post-over-short.
           move "TENDER"               to ws-lookup-map-type.
           move "CA"                   to ws-lookup-key.
           perform 070-find-account.
           move sg-os-amount (ws-store-sub) to ws-work-amount.
           move spaces                 to ws-entry-desc.
           string "TILL OVER/SHORT ST "  delimited by size
                  st-store-no (ws-store-sub)
                                       delimited by size
                  into ws-entry-desc
           end-string.
           perform 210-post-debit.

           move "OVERSHRT"             to ws-lookup-map-type.
           move st-store-no (ws-store-sub) to ws-lookup-key.
           perform 070-find-account.
           move sg-os-amount (ws-store-sub) to ws-work-amount.
           move spaces                 to ws-entry-desc.
           string "CASH OVER/SHORT ST "  delimited by size
                  st-store-no (ws-store-sub)
                                       delimited by size
                  into ws-entry-desc
           end-string.
           perform 220-post-credit.

       250-post-exchange.
           move "TENDER"               to ws-lookup-map-type.
           move "US"                   to ws-lookup-key.
           perform 070-find-account.
           move sg-fx-amount (ws-store-sub) to ws-work-amount.
           move spaces                 to ws-entry-desc.
           string "US CASH FX ADJ ST "  delimited by size
                  st-store-no (ws-store-sub)
                                       delimited by size
                  into ws-entry-desc
           end-string.
           perform 210-post-debit.

           move "FXGAINLS"             to ws-lookup-map-type.
           move st-store-no (ws-store-sub) to ws-lookup-key.
           perform 070-find-account.
           move sg-fx-amount (ws-store-sub) to ws-work-amount.
           move spaces                 to ws-entry-desc.
           string "FX GAIN/LOSS ST "   delimited by size
                  st-store-no (ws-store-sub)
                                       delimited by size
                  into ws-entry-desc
           end-string.
           perform 220-post-credit.

       260-post-chargeback.
           move spaces                 to ws-entry-desc.
           string "CHGBK "             delimited by size
                  lt-case-no (ws-loss-sub)
                                       delimited by size
                  into ws-entry-desc
           end-string.
           move lt-amount (ws-loss-sub) to ws-work-amount.

           move "CHGBACK"              to ws-lookup-map-type.
           move lt-store-no (ws-loss-sub) to ws-lookup-key.
           perform 070-find-account.
           perform 210-post-debit.

           move "TENDER"               to ws-lookup-map-type.
           move lt-pay-type (ws-loss-sub) to ws-lookup-key.
           perform 070-find-account.
           perform 220-post-credit.

       210-post-debit.
           if ws-entry-count < 200
               add 1                   to ws-entry-count
                   after advancing 2 lines
           end-if.

           if ws-fx-deferred-count > 0
               move ws-fx-deferred-count
                                       to op-fx-deferred-count
               move ws-fx-deferred-usd to op-fx-deferred-usd
               write proof-line        from fx-deferred-line
                   after advancing 1 line
           end-if.

           if ws-fx-caught-up-count > 0
               move ws-fx-caught-up-count
                                       to op-fx-caught-up-count
               move ws-fx-caught-up-usd
                                       to op-fx-caught-up-usd
               write proof-line        from fx-caught-up-line
                   after advancing 1 line
           end-if.

           if ws-map-missing-count > 0
               move ws-map-missing-count
                                       to op-map-missing

           close journal-file.

       510-write-fx-pending.
           open output fx-pending.

           perform varying ws-pend-sub from 1 by 1
                   until ws-pend-sub > ws-pend-count
               move fx-pending-entry (ws-pend-sub)
                                       to fx-pending-rec
               write fx-pending-rec
           end-perform.

           close fx-pending.

       910-put-console.
           if batch-mode
               open extend console-log
