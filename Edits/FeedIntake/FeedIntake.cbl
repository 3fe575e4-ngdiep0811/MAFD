
       fd feed-file
           data record is feed-rec
           record contains 150 characters.
       01 feed-rec                     pic x(150).

       fd merged-file
           data record is merged-rec
           record contains 150 characters.
       01 merged-rec                   pic x(150).

       fd quarantine-file
           data record is quarantine-rec
           record contains 150 characters.
       01 quarantine-rec               pic x(150).

       fd intake-report
           data record is intake-line

       fd run-control-file
           data record is run-control-rec
           record contains 16 characters.
       01 run-control-rec.
           05 rc-run-date              pic x(08).
           05 rc-step-flag             occurs 8 times
                                        pic x.

       fd process-date-file
       01 ws-feed-status                pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.

       01 ws-feed-line                  pic x(150) value spaces.
       01 ws-header-view redefines ws-feed-line.
           05 hd-rec-type              pic x.
           05 hd-store-no              pic xx.
           05 hd-business-date         pic 9(08).
           05 filler                   pic x(139).
       01 ws-trailer-view redefines ws-feed-line.
           05 tr-rec-type              pic x.
           05 tr-record-count          pic 9(07).
           05 tr-hash-total            pic 9(09)v99.
           05 filler                   pic x(131).
       01 ws-online-header-view redefines ws-feed-line.
           05 oh-rec-type              pic x.
           05 oh-channel               pic x(06).
           05 oh-store-no              pic xx.
           05 oh-business-date         pic 9(08).
           05 filler                   pic x(133).
       01 ws-online-trailer-view redefines ws-feed-line.
           05 ot-rec-type              pic x.
           05 ot-record-count          pic 9(07).
           05 ot-hash-total            pic 9(09)v99.
           05 ot-ship-total            pic 9(09)v99.
           05 filler                   pic x(120).
       01 ws-detail-view redefines ws-feed-line.
           05 fi-trans-code            pic x.
           05 fi-trans-amount          pic 9(07)v99.
           05 fi-trans-date            pic 9(08).
           05 fi-card-no               pic x(16).
           05 fi-cashier-id            pic x(05).
           05 fi-rec-type              pic x.
               88 fi-invoice-line
                  value 'D'.
           05 fi-line-no               pic 9(03).
           05 fi-quantity              pic 9(05).
           05 fi-unit-price            pic 9(07)v99.
           05 filler                   pic x(33).
           05 fi-ship-province         pic xx.
           05 fi-order-no              pic x(12).
           05 fi-ship-charge           pic 9(05)v99.
           05 filler                   pic x(11).

       01 ws-store-master-status        pic xx value spaces.
       01 ws-store-count                pic 99 value 0.
                                         depending on ws-store-count
                                         indexed by store-idx.
               10 st-store-no           pic xx.
                   88 st-online-channel   value '90' thru '99'.
               10 st-store-name         pic x(20).
               10 st-active-flag        pic x.
               10 st-tax-rate           pic 9v9999.

       01 ws-detail-counter             pic 9(07) value 0.
       01 ws-hash-total                 pic 9(09)v99 value 0.
       01 ws-ship-total                 pic 9(09)v99 value 0.
       01 ws-feed-reason                pic x(22) value spaces.

       01 ws-accepted-status            pic xx value spaces.

       210-intake-one-feed.
           move spaces                 to ws-feed-name.
           if st-online-channel (ws-store-sub)
               string "../../../data/online-orders-"
                                          delimited by size
                      st-store-no (ws-store-sub)
                                          delimited by size
                      ".dat"              delimited by size
                      into ws-feed-name
               end-string
           else
               string "../../../data/feed-"
                                          delimited by size
                      st-store-no (ws-store-sub)
                                          delimited by size
                      ".dat"              delimited by size
                      into ws-feed-name
               end-string
           end-if.

           perform 300-validate-feed.

           open output run-control-file.
           move ws-date                to rc-run-date.
           perform varying ws-flag-sub from 1 by 1
                   until ws-flag-sub > 8
               move 'N'                to rc-step-flag (ws-flag-sub)
           end-perform.
           write run-control-rec.
           move 'N'                    to ws-eof-flag.
           move 0                      to ws-detail-counter.
           move 0                      to ws-hash-total.
           move 0                      to ws-ship-total.
           move spaces                 to ws-feed-reason.

           open input feed-file.
           end-read.

       320-check-header.
           if st-online-channel (ws-store-sub)
               perform 325-check-online-header
               exit paragraph
           end-if.

           if hd-rec-type not = 'H'
               move "NO HEADER"        to ws-feed-reason
           else
               end-if
           end-if.

       325-check-online-header.
           if oh-rec-type not = 'H'
               move "NO HEADER"        to ws-feed-reason
           else
               if oh-channel not = "ONLINE"
                   move "NOT AN ONLINE FEED"
                                       to ws-feed-reason
               else
                   if oh-store-no not = st-store-no (ws-store-sub)
                       move "WRONG STORE IN HEADER"
                                       to ws-feed-reason
                   else
                       move 'Y'        to ws-header-seen-flag
                   end-if
               end-if
           end-if.

       330-scan-feed-body.
           perform 310-read-feed-line.

                   when other
                       add 1           to ws-detail-counter
                       if fi-trans-amount is numeric
                           if not fi-invoice-line
                               add fi-trans-amount
                                       to ws-hash-total
                           end-if
                       else
                           if ws-feed-reason = spaces
                               move "BAD AMOUNT IN FEED"
                                       to ws-feed-reason
                           end-if
                       end-if
                       if st-online-channel (ws-store-sub) and
                          not fi-invoice-line
                           perform 332-scan-online-order
                       end-if
               end-evaluate
           end-if.

       332-scan-online-order.
           if fi-store-no not = st-store-no (ws-store-sub)
               if ws-feed-reason = spaces
                   move "WRONG STORE IN DETAIL"
                                       to ws-feed-reason
               end-if
           end-if.

           if fi-ship-charge is numeric
               add fi-ship-charge      to ws-ship-total
           else
               if ws-feed-reason = spaces
                   move "BAD SHIPPING CHARGE"
                                       to ws-feed-reason
               end-if
           end-if.

       335-verify-trailer.
           if st-online-channel (ws-store-sub)
               if ot-ship-total is not numeric
                   move "BAD TRAILER"  to ws-feed-reason
                   exit paragraph
               end-if
               if ot-ship-total not = ws-ship-total
                   move "SHIP TOTAL MISMATCH"
                                       to ws-feed-reason
                   exit paragraph
               end-if
           end-if.

           if tr-record-count is not numeric or
              tr-hash-total is not numeric
               move "BAD TRAILER"      to ws-feed-reason
