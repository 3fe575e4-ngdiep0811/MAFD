       identification division.
       program-id. FiscalCalendar.
       author. Ngoc Diep Nguyen.
       date-written. 15-October-2026.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select fiscal-calendar
               assign to "../../../data/fiscal-calendar.dat"
                   organization is line sequential
                   file status is ws-calendar-status.

           select period-status-file
               assign to "../../../data/fiscal-period-status.dat"
                   organization is line sequential
                   file status is ws-period-status-status.

       data division.
       file section.

       fd fiscal-calendar
           data record is fiscal-calendar-rec
           record contains 40 characters.
       01 fiscal-calendar-rec.
           05 fc-fiscal-year           pic 9(04).
           05 fc-period                pic 99.
           05 fc-week                  pic 99.
           05 fc-week-start            pic 9(08).
           05 fc-week-end              pic 9(08).
           05 fc-period-start          pic 9(08).
           05 fc-period-end            pic 9(08).

       fd period-status-file
           data record is period-status-rec
           record contains 56 characters.
       01 period-status-rec.
           05 ps-fiscal-year           pic 9(04).
           05 ps-period                pic 99.
           05 ps-status                pic x.
           05 ps-close-seq             pic 99.
           05 ps-close-date            pic 9(08).
           05 ps-closed-by             pic x(10).
           05 ps-reopen-count          pic 99.
           05 ps-reopen-date           pic 9(08).
           05 ps-reopened-by           pic x(10).
           05 filler                   pic x(09).

       working-storage section.

       01 ws-calendar-status            pic xx value spaces.
       01 ws-period-status-status       pic xx value spaces.
       01 ws-eof-flag                   pic x value 'N'.
       01 ws-first-time-flag            pic x value 'Y'.

       01 ws-week-count                 pic 9(03) value 0.
       01 week-table.
           05 week-entry                occurs 1 to 600 times
                                         depending on ws-week-count.
               10 cw-fiscal-year        pic 9(04).
               10 cw-period             pic 99.
               10 cw-week               pic 99.
               10 cw-week-start         pic 9(08).
               10 cw-week-end           pic 9(08).
               10 cw-period-start       pic 9(08).
               10 cw-period-end         pic 9(08).
       01 ws-week-sub                   pic 9(03) value 0.
       01 ws-found-sub                  pic 9(03) value 0.

       01 ws-closed-count               pic 9(03) value 0.
       01 closed-table.
           05 closed-entry              occurs 1 to 200 times
                                         depending on ws-closed-count.
               10 cp-fiscal-year        pic 9(04).
               10 cp-period             pic 99.
               10 cp-status             pic x.
       01 ws-closed-sub                 pic 9(03) value 0.

       01 ws-work-date.
           05 ws-wd-yyyy                pic 9(04).
           05 ws-wd-mm                  pic 99.
           05 ws-wd-dd                  pic 99.
       01 ws-work-date-n redefines ws-work-date
                                        pic 9(08).
       01 ws-work-int                   pic 9(08) value 0.

       linkage section.

       01 fiscal-calendar-comm.
           05 fp-function              pic x.
               88 fp-find-date           value 'D'.
               88 fp-find-period         value 'P'.
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
               88 fp-period-closed       value 'C'.
           05 fp-status                pic x.
               88 fp-on-calendar         value 'Y'.

       procedure division using fiscal-calendar-comm.

       000-serve-request.

           if ws-first-time-flag = 'Y'
               perform 100-load-calendar
               perform 110-load-period-status
               move 'N'                to ws-first-time-flag
           end-if.

           move 'N'                    to fp-status.
           move 'O'                    to fp-period-status.
           move 0                      to ws-found-sub.

           evaluate true
               when fp-find-date
                   perform 200-find-date
               when fp-find-period
                   perform 300-find-period
               when other
                   continue
           end-evaluate.

           if ws-found-sub > 0
               move 'Y'                to fp-status
               perform 400-fill-period
           else
               if fp-find-date
                   perform 500-calendar-month
               else
                   move 0              to fp-week
                   move 0              to fp-period-key
                   move 0              to fp-period-weeks
                   move 0              to fp-week-start
                   move 0              to fp-week-end
                   move 0              to fp-period-start
                   move 0              to fp-period-end
                   move 0              to fp-year-start
                   move 0              to fp-year-end
               end-if
           end-if.

           perform 600-find-period-status.

           goback.

       100-load-calendar.
           move 0                      to ws-week-count.
           move 'N'                    to ws-eof-flag.

           open input fiscal-calendar.
           if ws-calendar-status not = "00"
               move 'Y'                to ws-eof-flag
           else
               read fiscal-calendar
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = 'Y'
               if fc-fiscal-year is numeric and
                  fc-week-start is numeric and
                  fc-week-end is numeric and
                  ws-week-count < 600
                   add 1               to ws-week-count
                   move fc-fiscal-year to cw-fiscal-year
                                          (ws-week-count)
                   move fc-period      to cw-period (ws-week-count)
                   move fc-week        to cw-week (ws-week-count)
                   move fc-week-start  to cw-week-start
                                          (ws-week-count)
                   move fc-week-end    to cw-week-end (ws-week-count)
                   move fc-period-start
                                       to cw-period-start
                                          (ws-week-count)
                   move fc-period-end  to cw-period-end
                                          (ws-week-count)
               end-if
               read fiscal-calendar
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           if ws-calendar-status = "00" or ws-calendar-status = "10"
               close fiscal-calendar
           end-if.

       110-load-period-status.
           move 0                      to ws-closed-count.
           move 'N'                    to ws-eof-flag.

           open input period-status-file.
           if ws-period-status-status not = "00"
               move 'Y'                to ws-eof-flag
           else
               read period-status-file
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-if.

           perform until ws-eof-flag = 'Y'
               if ps-fiscal-year is numeric and
                  ws-closed-count < 200
                   add 1               to ws-closed-count
                   move ps-fiscal-year to cp-fiscal-year
                                          (ws-closed-count)
                   move ps-period      to cp-period (ws-closed-count)
                   move ps-status      to cp-status (ws-closed-count)
               end-if
               read period-status-file
                   at end
                       move 'Y'        to ws-eof-flag
               end-read
           end-perform.

           if ws-period-status-status = "00" or
              ws-period-status-status = "10"
               close period-status-file
           end-if.

       200-find-date.
           perform varying ws-week-sub from 1 by 1
                   until ws-week-sub > ws-week-count
               if fp-request-date >= cw-week-start (ws-week-sub) and
                  fp-request-date <= cw-week-end (ws-week-sub)
                   move ws-week-sub    to ws-found-sub
                   exit perform
               end-if
           end-perform.

       300-find-period.
           perform varying ws-week-sub from 1 by 1
                   until ws-week-sub > ws-week-count
               if cw-fiscal-year (ws-week-sub) = fp-fiscal-year and
                  cw-period (ws-week-sub) = fp-period
                   move ws-week-sub    to ws-found-sub
                   exit perform
               end-if
           end-perform.

       400-fill-period.
           move cw-fiscal-year (ws-found-sub)
                                       to fp-fiscal-year.
           move cw-period (ws-found-sub)
                                       to fp-period.
           move cw-week (ws-found-sub) to fp-week.
           move cw-week-start (ws-found-sub)
                                       to fp-week-start.
           move cw-week-end (ws-found-sub)
                                       to fp-week-end.
           move cw-period-start (ws-found-sub)
                                       to fp-period-start.
           move cw-period-end (ws-found-sub)
                                       to fp-period-end.
           compute fp-period-key =
               function mod (fp-fiscal-year, 100) * 100 + fp-period.

           move 0                      to fp-period-weeks.
           move 99999999               to fp-year-start.
           move 0                      to fp-year-end.
           perform varying ws-week-sub from 1 by 1
                   until ws-week-sub > ws-week-count
               if cw-fiscal-year (ws-week-sub) = fp-fiscal-year
                   if cw-week-start (ws-week-sub) < fp-year-start
                       move cw-week-start (ws-week-sub)
                                       to fp-year-start
                   end-if
                   if cw-week-end (ws-week-sub) > fp-year-end
                       move cw-week-end (ws-week-sub)
                                       to fp-year-end
                   end-if
                   if cw-period (ws-week-sub) = fp-period
                       add 1           to fp-period-weeks
                   end-if
               end-if
           end-perform.

       500-calendar-month.
           move fp-request-date        to ws-work-date-n.
           move ws-wd-yyyy             to fp-fiscal-year.
           move ws-wd-mm               to fp-period.
           move 0                      to fp-week.
           move 0                      to fp-period-weeks.
           move 0                      to fp-week-start.
           move 0                      to fp-week-end.
           move fp-request-date (3:4)  to fp-period-key.

           move 01                     to ws-wd-dd.
           move ws-work-date-n         to fp-period-start.
           if ws-wd-mm = 12
               add 1                   to ws-wd-yyyy
               move 01                 to ws-wd-mm
           else
               add 1                   to ws-wd-mm
           end-if.
           compute ws-work-int =
               function integer-of-date (ws-work-date-n) - 1.
           compute fp-period-end =
               function date-of-integer (ws-work-int).

           move fp-request-date        to ws-work-date-n.
           move 01                     to ws-wd-mm.
           move 01                     to ws-wd-dd.
           move ws-work-date-n         to fp-year-start.
           move 12                     to ws-wd-mm.
           move 31                     to ws-wd-dd.
           move ws-work-date-n         to fp-year-end.

       600-find-period-status.
           perform varying ws-closed-sub from 1 by 1
                   until ws-closed-sub > ws-closed-count
               if cp-fiscal-year (ws-closed-sub) = fp-fiscal-year and
                  cp-period (ws-closed-sub) = fp-period
                   move cp-status (ws-closed-sub)
                                       to fp-period-status
                   exit perform
               end-if
           end-perform.

       end program FiscalCalendar.
