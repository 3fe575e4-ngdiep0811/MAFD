                       with duplicates
                   file status is ws-register-status.

           select trans-line-register
               assign to "../../../data/trans-line-register.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is tl-key
                   file status is ws-line-register-status.

           select invoice-history
               assign to "../../../data/invoice-history.dat"
                   organization is indexed
           05 tr-store-date.
               10 tr-sd-store-no       pic xx.
               10 tr-sd-trans-date     pic 9(08).
           05 tr-trans-time            pic x(06).

       fd trans-line-register
           data record is trans-line-rec.
       01 trans-line-rec.
           05 tl-key.
               10 tl-invoice-no        pic x(09).
               10 tl-line-no           pic 9(03).
           05 tl-trans-code            pic x.
           05 tl-store-no              pic xx.
           05 tl-sku-code              pic x(15).
           05 tl-quantity              pic 9(05).
           05 tl-unit-price            pic 9(07)v99.
           05 tl-ext-amount            pic 9(07)v99.
           05 tl-trans-date            pic 9(08).
           05 tl-cashier-id            pic x(05).
           05 tl-disposition           pic x(10).

       fd invoice-history
           data record is invoice-history-rec.

       01 ws-register-status            pic xx value spaces.
       01 ws-ih-status                  pic xx value spaces.
       01 ws-line-register-status       pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.

       01 ws-date                       pic x9/99/99.

       01 ws-inquiry-invoice            pic x(09) value spaces.
       01 ws-amount-display             pic z,zzz,zz9.99.
       01 ws-qty-display                pic zzzz9.
       01 ws-price-display              pic z,zzz,zz9.99.

       01 flags.
           05 ws-done-flag             pic x value 'N'.
           05 ws-line-eof-flag         pic x value 'N'.

       01 counters.
           05 ws-inquiry-counter       pic 9(05) value 0.
           end-if.

           open input invoice-history.
           open input trans-line-register.

           move "Invoice Inquiry"      to ws-console-line.
           perform 910-put-console.
           if ws-ih-status = "00"
               close invoice-history
           end-if.
           if ws-line-register-status = "00" or
              ws-line-register-status = "10" or
              ws-line-register-status = "23"
               close trans-line-register
           end-if.

           if batch-mode and ws-script-status = "00"
               close operator-input
                   not invalid key
                       add 1           to ws-found-counter
                       perform 310-display-register-record
                       perform 330-show-invoice-lines
               end-read
           end-if.

           move "Trans Date     : "    to ws-console-line.
           move tr-trans-date          to ws-console-line (18:).
           perform 910-put-console.
           if tr-trans-time not = spaces
               move "Trans Time     : " to ws-console-line
               move tr-trans-time      to ws-console-line (18:)
               perform 910-put-console
           end-if.
           move "Disposition    : "    to ws-console-line.
           move tr-disposition         to ws-console-line (18:).
           perform 910-put-console.
               perform 910-put-console
           end-if.

       330-show-invoice-lines.
           if ws-line-register-status not = "00" and
              ws-line-register-status not = "10" and
              ws-line-register-status not = "23"
               exit paragraph
           end-if.

           move 'N'                    to ws-line-eof-flag.
           move ws-inquiry-invoice     to tl-invoice-no.
           move 0                      to tl-line-no.
           start trans-line-register
               key is >= tl-key
               invalid key
                   move 'Y'            to ws-line-eof-flag
           end-start.

           if ws-line-eof-flag = 'N'
               read trans-line-register next record
                   at end
                       move 'Y'        to ws-line-eof-flag
               end-read
           end-if.

           perform until ws-line-eof-flag = 'Y'
                   or tl-invoice-no not = ws-inquiry-invoice
               move tl-quantity        to ws-qty-display
               move tl-unit-price      to ws-price-display
               move tl-ext-amount      to ws-amount-display
               string "  Line "        delimited by size
                      tl-line-no       delimited by size
                      " "              delimited by size
                      tl-sku-code      delimited by size
                      ws-qty-display   delimited by size
                      " @"             delimited by size
                      ws-price-display delimited by size
                      " ="             delimited by size
                      ws-amount-display
                                       delimited by size
                      " "              delimited by size
                      tl-disposition   delimited by size
                      into ws-console-line
               end-string
               perform 910-put-console
               read trans-line-register next record
                   at end
                       move 'Y'        to ws-line-eof-flag
               end-read
           end-perform.

       350-show-history.
           if ws-ih-status = "00"
               move ws-inquiry-invoice to ih-invoice-no
