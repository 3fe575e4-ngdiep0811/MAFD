               10 fs-sl-amount          pic s9(09)v99.
               10 fs-r-count            pic 9(07).
               10 fs-r-amount           pic s9(09)v99.
               10 fs-plan-day-actual    pic s9(09)v99.
               10 fs-plan-mtd-actual    pic s9(09)v99.
               10 fs-plan-day-budget    pic s9(09)v99.
               10 fs-plan-mtd-budget    pic s9(09)v99.
               10 fs-plan-month-budget  pic s9(09)v99.
               10 fs-plan-day-pct       pic s9(04)v9.
               10 fs-plan-mtd-pct       pic s9(04)v9.
               10 fs-plan-need          pic s9(09)v99.

       01 ws-plan-seen-flag             pic x value 'N'.
           88 plan-figures-present       value 'Y'.
       01 ws-plan-days-left             pic 9(03) value 0.
       01 ws-plan-shortfall             pic s9(09)v99 value 0.
       01 plan-rank.
           05 plan-rank-entry           occurs 1 to 99 times
                                   depending on ws-flash-store-count.
               10 pr-store-sub          pic 99.
       01 ws-rank-i                     pic 99 value 0.
       01 ws-rank-j                     pic 99 value 0.
       01 ws-rank-tmp                   pic 99 value 0.

       01 chain-plan-totals.
           05 ws-chain-day-actual       pic s9(09)v99 value 0.
           05 ws-chain-day-budget       pic s9(09)v99 value 0.
           05 ws-chain-mtd-actual       pic s9(09)v99 value 0.
           05 ws-chain-mtd-budget       pic s9(09)v99 value 0.
           05 ws-chain-month-budget     pic s9(09)v99 value 0.
           05 ws-chain-day-pct          pic s9(04)v9 value 0.
           05 ws-chain-mtd-pct          pic s9(04)v9 value 0.
           05 ws-chain-need             pic s9(09)v99 value 0.

       01 ws-flash-pay-count            pic 9 value 0.
       01 flash-pay-table.
           05 flash-pay-entry           occurs 1 to 7 times
                                     depending on ws-flash-pay-count.
               10 fp-pay-type           pic xx.
               10 fp-count              pic 9(07).
               value spaces.
           05 op-var-flag              pic xx.

       01 section-plan-heading.
           05 filler                   pic x(45)
               value "PLAN ATTAINMENT BY STORE (RANKED ON MTD %)".

       01 plan-days-line.
           05 filler                   pic x(24)
               value "  Days left in month:".
           05 op-plan-days-left        pic zz9.

       01 plan-col-heading.
           05 filler                   pic x(06)
               value "RK ST".
           05 filler                   pic x(12)
               value "  DAY ACTUAL".
           05 filler                   pic x(11)
               value " DAY BUDGET".
           05 filler                   pic x(07)
               value "   DAY%".
           05 filler                   pic x(13)
               value "   MTD ACTUAL".
           05 filler                   pic x(12)
               value "  MTD BUDGET".
           05 filler                   pic x(07)
               value "   MTD%".
           05 filler                   pic x(11)
               value "   NEED/DAY".

       01 plan-detail-line.
           05 op-plan-rank             pic z9.
           05 op-plan-rank-x redefines op-plan-rank
                                       pic xx.
           05 filler                   pic x(01)
               value spaces.
           05 op-plan-store            pic x(05).
           05 op-plan-day-actual       pic zzzzzz9.99-.
           05 filler                   pic x(01)
               value spaces.
           05 op-plan-day-budget       pic zzzzzz9.99-.
           05 op-plan-day-pct          pic zzz9.9-.
           05 op-plan-mtd-actual       pic zzzzzzz9.99-.
           05 op-plan-mtd-budget       pic zzzzzzz9.99-.
           05 op-plan-mtd-pct          pic zzz9.9-.
           05 op-plan-need             pic zzzzzz9.99-.

       01 pay-detail-line.
           05 filler                   pic x(02)
               value spaces.
                   perform 130-collect-store
               when "PAYTYPE"
                   perform 140-collect-pay-type
               when "PLAN"
                   perform 145-collect-plan
               when other
                   continue
           end-evaluate.
           end-evaluate.

       130-collect-store.
           perform 135-find-flash-store.

           if ws-store-sub > 0
               if dt-trans-class = "SL"
                   move dt-amount      to fs-sl-amount (ws-store-sub)
               else
                   move dt-record-count to fs-r-count (ws-store-sub)
                   move dt-amount      to fs-r-amount (ws-store-sub)
               end-if
           end-if.

       135-find-flash-store.
           move 0                      to ws-store-sub.
           perform varying ws-idx-lookup from 1 by 1
                   until ws-idx-lookup > ws-flash-store-count
                   move 0              to fs-sl-amount (ws-store-sub)
                   move 0              to fs-r-count (ws-store-sub)
                   move 0              to fs-r-amount (ws-store-sub)
                   move 0              to fs-plan-day-actual
                                          (ws-store-sub)
                   move 0              to fs-plan-mtd-actual
                                          (ws-store-sub)
                   move 0              to fs-plan-day-budget
                                          (ws-store-sub)
                   move 0              to fs-plan-mtd-budget
                                          (ws-store-sub)
                   move 0              to fs-plan-month-budget
                                          (ws-store-sub)
                   move 0              to fs-plan-day-pct
                                          (ws-store-sub)
                   move 0              to fs-plan-mtd-pct
                                          (ws-store-sub)
                   move 0              to fs-plan-need (ws-store-sub)
               end-if
           end-if.

       140-collect-pay-type.
           if ws-flash-pay-count < 7
               add 1                   to ws-flash-pay-count
               move dt-key             to fp-pay-type
                                           (ws-flash-pay-count)
                                           (ws-flash-pay-count)
           end-if.

       145-collect-plan.
           move 'Y'                    to ws-plan-seen-flag.
           perform 135-find-flash-store.
           if ws-store-sub = 0
               exit paragraph
           end-if.

           evaluate dt-trans-class
               when "ACT"
                   move dt-amount      to fs-plan-day-actual
                                          (ws-store-sub)
               when "MTA"
                   move dt-amount      to fs-plan-mtd-actual
                                          (ws-store-sub)
               when "DAY"
                   move dt-amount      to fs-plan-day-budget
                                          (ws-store-sub)
               when "MTD"
                   move dt-amount      to fs-plan-mtd-budget
                                          (ws-store-sub)
               when "MON"
                   move dt-amount      to fs-plan-month-budget
                                          (ws-store-sub)
                   move dt-record-count
                                       to ws-plan-days-left
               when other
                   continue
           end-evaluate.

       150-load-daily-history.
           move 'N'                    to ws-eof-flag.

               perform 450-print-variance-section
           end-if.

           if plan-figures-present
               perform 470-print-plan-section
           end-if.

           write output-line           from section-pay-heading
               after advancing 2 lines.


           write output-line           from variance-detail.

       470-print-plan-section.
           perform varying ws-idx-lookup from 1 by 1
                   until ws-idx-lookup > ws-flash-store-count
               perform 475-compute-store-plan
               move ws-idx-lookup      to pr-store-sub (ws-idx-lookup)
           end-perform.

           perform varying ws-rank-i from 1 by 1
                   until ws-rank-i > ws-flash-store-count
               perform varying ws-rank-j from ws-rank-i by 1
                       until ws-rank-j > ws-flash-store-count
                   if fs-plan-mtd-pct (pr-store-sub (ws-rank-j))
                           is greater than
                           fs-plan-mtd-pct (pr-store-sub (ws-rank-i))
                       move pr-store-sub (ws-rank-i)
                                           to ws-rank-tmp
                       move pr-store-sub (ws-rank-j)
                                           to pr-store-sub (ws-rank-i)
                       move ws-rank-tmp    to pr-store-sub (ws-rank-j)
                   end-if
               end-perform
           end-perform.

           write output-line           from section-plan-heading
               after advancing 2 lines.
           move ws-plan-days-left      to op-plan-days-left.
           write output-line           from plan-days-line.
           write output-line           from plan-col-heading.

           perform varying ws-rank-i from 1 by 1
                   until ws-rank-i > ws-flash-store-count
               move pr-store-sub (ws-rank-i)
                                       to ws-store-sub
               move ws-rank-i          to op-plan-rank
               move fs-store-no (ws-store-sub)
                                       to op-plan-store
               move fs-plan-day-actual (ws-store-sub)
                                       to op-plan-day-actual
               move fs-plan-day-budget (ws-store-sub)
                                       to op-plan-day-budget
               move fs-plan-day-pct (ws-store-sub)
                                       to op-plan-day-pct
               move fs-plan-mtd-actual (ws-store-sub)
                                       to op-plan-mtd-actual
               move fs-plan-mtd-budget (ws-store-sub)
                                       to op-plan-mtd-budget
               move fs-plan-mtd-pct (ws-store-sub)
                                       to op-plan-mtd-pct
               move fs-plan-need (ws-store-sub)
                                       to op-plan-need
               write output-line       from plan-detail-line
           end-perform.

           perform 480-compute-chain-plan.

           move spaces                 to op-plan-rank-x.
           move "CHAIN"                to op-plan-store.
           move ws-chain-day-actual    to op-plan-day-actual.
           move ws-chain-day-budget    to op-plan-day-budget.
           move ws-chain-day-pct       to op-plan-day-pct.
           move ws-chain-mtd-actual    to op-plan-mtd-actual.
           move ws-chain-mtd-budget    to op-plan-mtd-budget.
           move ws-chain-mtd-pct       to op-plan-mtd-pct.
           move ws-chain-need          to op-plan-need.
           write output-line           from plan-detail-line
               after advancing 2 lines.

       475-compute-store-plan.
           if fs-plan-day-budget (ws-idx-lookup) > 0
               compute fs-plan-day-pct (ws-idx-lookup) rounded =
                   fs-plan-day-actual (ws-idx-lookup)
                       / fs-plan-day-budget (ws-idx-lookup) * 100
           end-if.

           if fs-plan-mtd-budget (ws-idx-lookup) > 0
               compute fs-plan-mtd-pct (ws-idx-lookup) rounded =
                   fs-plan-mtd-actual (ws-idx-lookup)
                       / fs-plan-mtd-budget (ws-idx-lookup) * 100
           end-if.

           compute ws-plan-shortfall =
               fs-plan-month-budget (ws-idx-lookup)
               - fs-plan-mtd-actual (ws-idx-lookup).
           if ws-plan-shortfall > 0
               if ws-plan-days-left > 0
                   compute fs-plan-need (ws-idx-lookup) rounded =
                       ws-plan-shortfall / ws-plan-days-left
               else
                   move ws-plan-shortfall
                                       to fs-plan-need (ws-idx-lookup)
               end-if
           end-if.

           add fs-plan-day-actual (ws-idx-lookup)
                                       to ws-chain-day-actual.
           add fs-plan-day-budget (ws-idx-lookup)
                                       to ws-chain-day-budget.
           add fs-plan-mtd-actual (ws-idx-lookup)
                                       to ws-chain-mtd-actual.
           add fs-plan-mtd-budget (ws-idx-lookup)
                                       to ws-chain-mtd-budget.
           add fs-plan-month-budget (ws-idx-lookup)
                                       to ws-chain-month-budget.

       480-compute-chain-plan.
           if ws-chain-day-budget > 0
               compute ws-chain-day-pct rounded =
                   ws-chain-day-actual / ws-chain-day-budget * 100
           end-if.

           if ws-chain-mtd-budget > 0
               compute ws-chain-mtd-pct rounded =
                   ws-chain-mtd-actual / ws-chain-mtd-budget * 100
           end-if.

           compute ws-plan-shortfall =
               ws-chain-month-budget - ws-chain-mtd-actual.
           if ws-plan-shortfall > 0
               if ws-plan-days-left > 0
                   compute ws-chain-need rounded =
                       ws-plan-shortfall / ws-plan-days-left
               else
                   move ws-plan-shortfall  to ws-chain-need
               end-if
           end-if.

       040-load-run-mode.
           open input run-mode-file.
           if ws-run-mode-status = "00"
