                       with duplicates
                   file status is ws-register-status.

           select trans-line-register
               assign to "../../../data/trans-line-register.dat"
                   organization is indexed
                   access mode is dynamic
                   record key is tl-key
                   file status is ws-line-register-status.

           select audit-log
               assign to "../../../data/audit-trail.dat"
                   organization is line sequential

       fd pending-approval
           data record is pending-approval-rec
           record contains 150 characters.
       01 pending-approval-rec.
           05 pa-trans-code            pic x.
           05 pa-trans-amount          pic 9(07)v99.
           05 pa-trans-date            pic 9(08).
           05 pa-card-no               pic x(16).
           05 pa-cashier-id            pic x(05).
           05 pa-rec-type              pic x.
               88 invoice-header
                  value 'H'.
               88 invoice-line
                  value 'D'.
           05 pa-line-no               pic 9(03).
           05 pa-quantity              pic 9(05).
           05 pa-unit-price            pic 9(07)v99.
           05 filler                   pic x(65).

       fd approved-release
           data record is approved-release-rec
           record contains 150 characters.
       01 approved-release-rec         pic x(150).

       fd approval-log
           data record is approval-log-rec
           record contains 177 characters.
       01 approval-log-rec.
           05 al-run-date              pic x(08).
           05 al-run-time              pic x(08).
           05 al-operator              pic x(10).
           05 al-decision              pic x.
           05 al-record                pic x(150).

       fd corrections-log
           data record is corrections-log-rec
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

       fd audit-log
           data record is audit-rec.
       01 ws-pending-status             pic xx value spaces.
       01 ws-register-status            pic xx value spaces.
       01 ws-register-open-flag         pic x value 'N'.
       01 ws-line-register-status       pic xx value spaces.
       01 ws-line-register-open-flag    pic x value 'N'.
       01 ws-approved-status            pic xx value spaces.
       01 ws-log-status                 pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.
       01 held-table.
           05 held-entry                occurs 1 to 500 times
                                         depending on ws-held-count.
               10 hl-record             pic x(150).
               10 hl-decision           pic x.

       01 ws-held-sub                   pic 9(04) value 0.
       01 ws-group-decision             pic x value 'K'.

       01 ws-store-master-status        pic xx value spaces.
       01 ws-store-count                pic 99 value 0.
               move 'Y'                to ws-register-open-flag
           end-if.

           open i-o trans-line-register.
           if ws-line-register-status = "00"
               move 'Y'                to ws-line-register-open-flag
           end-if.

           perform 200-review-record
               varying ws-held-sub from 1 by 1
                   until ws-held-sub > ws-held-count.
               close trans-register
           end-if.

           if ws-line-register-open-flag = 'Y'
               close trans-line-register
           end-if.

           perform 300-rewrite-pending.

       160-sign-on.
       200-review-record.
           move hl-record (ws-held-sub) to pending-approval-rec.

           if invoice-line
               perform 210-follow-invoice-header
               exit paragraph
           end-if.

           set store-idx               to 1.
           move 0                      to ws-limit-display.
           search store-entry
           move "Cashier ID     : "    to ws-console-line.
           move pa-cashier-id          to ws-console-line (18:).
           perform 910-put-console.
           if invoice-header
               move "Line Items     : "
                                       to ws-console-line
               move pa-line-no         to ws-console-line (18:)
               perform 910-put-console
               move "Total Units    : "
                                       to ws-console-line
               move pa-quantity        to ws-console-line (18:)
               perform 910-put-console
           end-if.
           move "Store Limit    : "    to ws-console-line.
           move ws-limit-display       to ws-console-line (18:).
           perform 910-put-console.
                   perform 910-put-console
           end-evaluate.

           move hl-decision (ws-held-sub)
                                       to ws-group-decision.

       210-follow-invoice-header.
           move ws-group-decision      to hl-decision (ws-held-sub).

           evaluate ws-group-decision
               when 'A'
                   write approved-release-rec
                       from hl-record (ws-held-sub)
               when 'R'
                   perform 265-mark-line-rejected
               when other
                   continue
           end-evaluate.

       230-try-approve.
           perform 180-check-sod-conflict.

               end-read
           end-if.

       265-mark-line-rejected.
           if ws-line-register-open-flag = 'Y' and
              pa-line-no is numeric
               move pa-invoice-number  to tl-invoice-no
               move pa-line-no         to tl-line-no
               read trans-line-register
                   key is tl-key
                   invalid key
                       continue
                   not invalid key
                       move "SUP-REJECT"
                                       to tl-disposition
                       rewrite trans-line-rec
                           invalid key
                               continue
                       end-rewrite
               end-read
           end-if.

       300-rewrite-pending.
           open output pending-approval.
           perform varying ws-held-sub from 1 by 1
