           05 ly-paid-amount           pic 9(09)v99.
           05 ly-last-pay-date         pic 9(08).
           05 ly-status                pic x.
               88 layaway-cancelled      value 'X'.

       fd output-file
           data record is output-line
           05 filler                   pic x(24)
               value "COMPLETED LAYAWAY PLANS".

       01 section-cancel-heading.
           05 filler                   pic x(33)
               value "CANCELLED LAYAWAY PLANS (VOIDED)".

       01 section-forfeit-heading.
           05 filler                   pic x(34)
               value "PLANS FORFEITED THIS RUN (STALE)".
               value "Plans completed          =  ".
           05 op-complete-count        pic zzzz9.

       01 total-cancel-line.
           05 filler                   pic x(28)
               value "Plans cancelled by void  =  ".
           05 op-cancel-count          pic zzzz9.

       01 total-forfeit-line.
           05 filler                   pic x(28)
               value "Plans forfeited this run =  ".
           05 ws-open-counter          pic 9(05) value 0.
           05 ws-complete-counter      pic 9(05) value 0.
           05 ws-forfeit-counter       pic 9(05) value 0.
           05 ws-cancel-counter        pic 9(05) value 0.
           05 ws-record-counter        pic 9(07) value 0.
           05 ws-open-balance-total    pic s9(09)v99 value 0.


           perform 100-report-open-plans.
           perform 200-report-completions.
           perform 250-report-cancellations.
           perform 300-forfeit-stale-plans.
           perform 400-print-footer.

           move 0                      to op-age-days.
           write output-line           from detail-line.

       250-report-cancellations.
           write output-line           from section-cancel-heading
               after advancing 2 lines.
           write output-line           from detail-heading.

           move 'N'                    to ws-eof-flag.
           open input layaway-ledger.
           if ws-layaway-status not = "00"
               move 'Y'                to ws-eof-flag
           else
               read layaway-ledger next record
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = 'Y'
               if layaway-cancelled
                   add 1               to ws-cancel-counter
                   perform 210-list-plan-line
               end-if
               read layaway-ledger next record
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           if ws-layaway-status = "00" or ws-layaway-status = "10"
               close layaway-ledger
           end-if.

       300-forfeit-stale-plans.
           write output-line           from section-forfeit-heading
               after advancing 2 lines.
           move ws-open-balance-total  to op-open-balance.
           move ws-complete-counter    to op-complete-count.
           move ws-forfeit-counter     to op-forfeit-count.
           move ws-cancel-counter      to op-cancel-count.

           move spaces                 to output-line.
           write output-line           from total-open-line
               after advancing 2 lines.
           write output-line           from total-balance-line.
           write output-line           from total-complete-line.
           write output-line           from total-cancel-line.
           write output-line           from total-forfeit-line.

       910-put-console.
