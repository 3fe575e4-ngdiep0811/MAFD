
       fd trans-history
           data record is input-rec
           record contains 150 characters.

       01 input-rec.
           05 in-trans-code            pic x.
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

       fd output-file
           data record is output-line
           05 ws-pm-dd                  pic 99.
       01 ws-period-next-month          pic 9(08) value 0.

       01 fiscal-calendar-comm.
           05 fp-function              pic x.
           05 fp-request-date          pic 9(08).
           05 fp-fiscal-year           pic 9(04).
           05 fp-period                pic 99.
           05 fp-week                  pic 99.
           05 fp-period-key            pic 9(04).
           05 fp-period-weeks          pic 9.
           05 fp-week-start            pic 9(08).
           05 fp-week-end              pic 9(08).
           05 fp-period-start          pic 9(08).
           05 fp-period-end            pic 9(08).
           05 fp-year-start            pic 9(08).
           05 fp-year-end              pic 9(08).
           05 fp-period-status         pic x.
               88 fiscal-period-closed   value 'C'.
           05 fp-status                pic x.
               88 fiscal-period-found    value 'Y'.

       01 team-title.
           05 filler                   pic x(07)
               value "GROUP-2".
               value " To ".
           05 op-period-end            pic 9(08).

       01 fiscal-period-line.
           05 filler                   pic x(13)
               value "Fiscal year: ".
           05 op-fiscal-year           pic 9(04).
           05 filler                   pic x(10)
               value "  Period: ".
           05 op-fiscal-period         pic 99.
           05 filler                   pic x(02)
               value " (".
           05 op-fiscal-weeks          pic 9.
           05 filler                   pic x(08)
               value " weeks) ".
           05 filler                   pic x(08)
               value "Status: ".
           05 op-fiscal-status         pic x(06).

       01 detail-heading-1.
           05 filler                   pic x(24)
               value "STORE".
               move 'W'                to ws-period-type
               move ws-process-date    to ws-period-start-in
           else
               display "Period type (W = week, M = month,"
                       " F = fiscal month): "
               accept ws-period-type

               display "Period date (yyyymmdd): "

           move ws-period-start-in         to ws-period-start.

           evaluate true
               when ws-period-type = 'M' or ws-period-type = 'm'
                   move 'M'                    to ws-period-type
                   move ws-period-start        to ws-period-month-start
                   move 01                     to ws-pm-dd
                   move ws-period-month-start  to ws-period-start
                   compute ws-start-int =
                       function integer-of-date (ws-period-start)
                   if ws-pm-mm = 12
                       add 1                   to ws-pm-yyyy
                       move 01                 to ws-pm-mm
                   else
                       add 1                   to ws-pm-mm
                   end-if
                   move ws-period-month-start  to ws-period-next-month
                   compute ws-end-int =
                       function integer-of-date (ws-period-next-month)
                       - 1
               when ws-period-type = 'F' or ws-period-type = 'f'
                   move 'F'                    to ws-period-type
                   move 'D'                    to fp-function
                   move ws-period-start        to fp-request-date
                   call "FiscalCalendar"   using fiscal-calendar-comm
                   if not fiscal-period-found
                       move "Date not on fiscal calendar - calendar"
                           & " month used."    to ws-console-line
                       perform 910-put-console
                   end-if
                   move fp-period-start        to ws-period-start
                   compute ws-start-int =
                       function integer-of-date (fp-period-start)
                   compute ws-end-int =
                       function integer-of-date (fp-period-end)
               when other
                   move 'W'                    to ws-period-type
                   compute ws-start-int =
                       function integer-of-date (ws-period-start)
                   compute ws-end-int = ws-start-int + 6
           end-evaluate.

           if ws-start-int = 0
               display "Invalid period date - no records will match"

           if ws-trans-int >= ws-start-int and
              ws-trans-int <= ws-end-int and
              ws-trans-int > 0 and
              not invoice-line
               add 1                   to ws-selected-count
               perform 210-tally-record
           end-if.
           write output-line           from title-heading
               after advancing 1 line.

           evaluate ws-period-type
               when 'M'
                   move "MONTHLY"      to op-period-type
               when 'F'
                   move "FISCAL"       to op-period-type
               when other
                   move "WEEKLY"       to op-period-type
           end-evaluate.
           move ws-period-start        to op-period-start.
           move ws-period-end          to op-period-end.
           write output-line           from period-line
               after advancing 2 lines.

           if ws-period-type = 'F' and fiscal-period-found
               move fp-fiscal-year     to op-fiscal-year
               move fp-period          to op-fiscal-period
               move fp-period-weeks    to op-fiscal-weeks
               if fiscal-period-closed
                   move "CLOSED"       to op-fiscal-status
               else
                   move "OPEN"         to op-fiscal-status
               end-if
               write output-line       from fiscal-period-line
                   after advancing 1 line
           end-if.

           write output-line           from detail-heading-1
               after advancing 2 lines.
           write output-line           from detail-heading-2.
