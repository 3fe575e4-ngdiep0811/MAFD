
       01 ws-report-yymm                pic 9(04) value 0.

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

       procedure division.

       000-Main.
           end-if.
           move ws-hdr-date            to ws-date.
           move ws-hdr-time            to ws-time.
           perform 058-load-fiscal-period.

           open output output-file.


           goback.

       058-load-fiscal-period.
           move 'D'                    to fp-function.
           move ws-process-date        to fp-request-date.
           call "FiscalCalendar"       using fiscal-calendar-comm.
           move fp-period-key          to ws-report-yymm.
           if not fiscal-period-found
               move "Process date not on fiscal calendar - calendar"
                   & " month used."    to ws-console-line
               perform 910-put-console
           end-if.

       040-load-run-mode.
           open input run-mode-file.
           if ws-run-mode-status = "00"
