               assign to "../../../data/register-extract.dat"
                   organization is line sequential.

           select suspect-file
               assign to "../../../data/suspect-cards.dat"
                   organization is line sequential
                   file status is ws-suspect-status.

           select audit-log
               assign to "../../../data/audit-trail.dat"
                   organization is line sequential
           05 tr-store-date.
               10 tr-sd-store-no       pic xx.
               10 tr-sd-trans-date     pic 9(08).
           05 tr-trans-time            pic x(06).

       fd output-file
           data record is output-line
           record contains 120 characters.
       01 extract-rec                  pic x(120).

       fd suspect-file
           data record is suspect-rec
           record contains 80 characters.
       01 suspect-rec.
           05 sc-card-no               pic x(16).
           05 sc-score                 pic 9(05).
           05 filler                   pic x(59).

       fd audit-log
           data record is audit-rec.
       01 audit-rec.

       01 ws-register-status            pic xx value spaces.
       01 ws-audit-status               pic xx value spaces.
       01 ws-suspect-status             pic xx value spaces.

       01 ws-date                       pic x9/99/99.
       01 ws-time                       pic x9/99/99.
                                        value 9999999.99.
           05 cr-extract-flag          pic x value 'N'.
               88 extract-wanted         value 'Y'.
           05 cr-card-no               pic x(16) value spaces.
           05 cr-suspect-flag          pic x value 'N'.
               88 suspect-list-wanted    value 'Y'.

       01 ws-suspect-count              pic 9(04) value 0.
       01 suspect-table.
           05 suspect-entry             occurs 1 to 2000 times
                                         depending on ws-suspect-count.
               10 su-card-no            pic x(16).
       01 ws-suspect-sub                pic 9(04) value 0.
       01 ws-suspect-match-flag         pic x value 'N'.
           88 card-on-suspect-list       value 'Y'.

       01 ws-date-in                    pic x(08) value spaces.
       01 ws-amount-in                  pic x(09) value spaces.
           05 filler                   pic x(01)
               value "-".
           05 op-cr-max                pic zzzzzz9.99.
           05 filler                   pic x(06)
               value " card=".
           05 op-cr-card               pic x(16).

       01 detail-heading.
           05 filler                   pic x(09)
               value spaces.
           05 filler                   pic x(26)
               value "ERROR DESCRIPTION".
           05 filler                   pic x(02)
               value spaces.
           05 filler                   pic x(16)
               value "CARD NUMBER".

       01 detail-line.
           05 op-invoice-no            pic x(09).
           05 filler                   pic x(02)
               value spaces.
           05 op-error-desc            pic x(26).
           05 filler                   pic x(02)
               value spaces.
           05 op-card-no               pic x(16).

       01 footer-line.
           05 filler                   pic x(28)
               move 'Y'                to cr-extract-flag
           end-if.

           if not batch-mode
               display "Card number (blank = all): "
           end-if.
           perform 920-get-reply.
           move ws-script-line (1:16)  to cr-card-no.

           if not batch-mode
               display "Limit to suspect card list? (Y/N) "
           end-if.
           perform 920-get-reply.
           if ws-script-line (1:1) = 'Y' or ws-script-line (1:1) = 'y'
               move 'Y'                to cr-suspect-flag
               perform 150-load-suspect-cards
           end-if.

       150-load-suspect-cards.
           move 'N'                    to ws-eof-flag.
           open input suspect-file.
           if ws-suspect-status not = "00"
               move "Suspect card list not available."
                                       to ws-console-line
               perform 910-put-console
               exit paragraph
           end-if.

           read suspect-file
               at end
                   move 'Y'            to ws-eof-flag
           end-read.

           perform until ws-eof-flag = 'Y'
               if ws-suspect-count < 2000
                   add 1               to ws-suspect-count
                   move sc-card-no     to su-card-no (ws-suspect-count)
               end-if
               read suspect-file
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           close suspect-file.

           string "Suspect cards loaded: " delimited by size
                  ws-suspect-count     delimited by size
                  into ws-console-line
           end-string.
           perform 910-put-console.

       200-run-search.
           open output output-file.
           if extract-wanted
           move cr-disposition         to op-cr-disp.
           move cr-min-amount          to op-cr-min.
           move cr-max-amount          to op-cr-max.
           if suspect-list-wanted
               move "SUSPECT LIST"     to op-cr-card
           else
               move cr-card-no         to op-cr-card
           end-if.
           write output-line           from criteria-line
               after advancing 2 lines.
           write output-line           from detail-heading
               move 'N'                to ws-match-flag
           end-if.

           if cr-card-no not = spaces and
              tr-card-no not = cr-card-no
               move 'N'                to ws-match-flag
           end-if.

           if suspect-list-wanted and record-matches
               move 'N'                to ws-suspect-match-flag
               perform varying ws-suspect-sub from 1 by 1
                       until ws-suspect-sub > ws-suspect-count
                   if su-card-no (ws-suspect-sub) = tr-card-no
                       move 'Y'        to ws-suspect-match-flag
                       exit perform
                   end-if
               end-perform
               if not card-on-suspect-list
                   move 'N'            to ws-match-flag
               end-if
           end-if.

       310-report-match.
           add 1                       to ws-matched-counter.

           move tr-cashier-id          to op-cashier-id.
           move tr-disposition         to op-disposition.
           move tr-error-desc          to op-error-desc.
           move tr-card-no             to op-card-no.
           write output-line           from detail-line.

           if extract-wanted
