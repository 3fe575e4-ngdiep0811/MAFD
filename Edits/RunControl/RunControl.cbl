
       fd run-control-file
           data record is run-control-rec
           record contains 16 characters.
       01 run-control-rec.
           05 rc-run-date              pic x(08).
           05 rc-step-flag             occurs 8 times
                                        pic x.

       fd run-status-report
           05 rl-holder-time           pic x(08).

       01 step-name-values.
           05 filler                   pic x(20)
               value "LedgerVerify".
           05 filler                   pic x(20)
               value "SnapshotRun".
           05 filler                   pic x(20)
               value "Edits".
           05 filler                   pic x(20)
               value "DailySummary".
           05 filler                   pic x(20)
               value "DataSplitAndCount".
           05 filler                   pic x(20)
           05 filler                   pic x(20)
               value "FlashSummary".
       01 step-name-table redefines step-name-values.
           05 step-name                occurs 8 times
                                        pic x(20).

       01 step-results.
           05 step-result              occurs 8 times
                                        pic x value 'N'.
       01 step-rcs.
           05 step-rc                  occurs 8 times
                                        pic 9(03) value 0.

       01 ws-day-flags.
           05 ws-day-flag              occurs 8 times
                                        pic x value 'N'.

       01 ws-step                       pic 9 value 0.

           perform 200-run-step
               varying ws-step from 1 by 1
                   until ws-step > 8.

           perform 400-print-run-status.

                   not at end
                       if rc-run-date = ws-date
                           perform varying ws-flag-sub from 1 by 1
                                   until ws-flag-sub > 8
                               move rc-step-flag (ws-flag-sub)
                                        to ws-day-flag (ws-flag-sub)
                           end-perform
           open output run-control-file.
           move ws-date                to rc-run-date.
           perform varying ws-flag-sub from 1 by 1
                   until ws-flag-sub > 8
               move ws-day-flag (ws-flag-sub)
                                       to rc-step-flag (ws-flag-sub)
           end-perform.
               after advancing 2 lines.

           perform varying ws-step from 1 by 1
                   until ws-step > 8
               move step-name (ws-step)    to op-step-name
               evaluate step-result (ws-step)
                   when 'R'
