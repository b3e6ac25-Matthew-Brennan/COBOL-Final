      *    daily-totals.dat each run and accumulates them into a
      *    persistent month-to-date and year-to-date totals file,
      *    so trending figures are available without re-running
      *    every prior day's batch. Beside the calendar buckets it
      *    keeps the merchandising side's 4-5-4 fiscal buckets -
      *    week, period, quarter and year - from the fiscal
      *    calendar.

       environment division.
       input-output section.
               organization is line sequential
               file status is ws-prior-period-status.

           select fiscal-calendar-file
               assign to "../../data/fiscal-calendar.dat"
               organization is line sequential
               file status is ws-fiscal-file-status.

           select business-date-file
               assign to "../../data/busdate.dat"
               organization is line sequential
      *total, and each district's slice sits beside it under its
      *own region code - keyed so any granularity can be looked up
      *directly instead of re-summing the daily file every time.
      *The fiscal buckets sit beside them keyed on the fiscal year:
      *'W' week (YYYYWW), 'P' period (YYYYPP), 'Q' quarter (YYYY0Q)
      *and 'F' fiscal year (YYYY00).
       fd ytd-file
           data record is ytd-rec.

       01 checkpoint-rec              pic 9(7).

      *One line per closed accounting period, maintained by the
      *PERIODCLOSE operator utility - 'C' a calendar month, 'F' a
      *fiscal period.
       fd period-status-file
           record contains 7 characters
           data record is period-status-rec.
      *programs - one line per daily-totals line dated into a
      *closed period, for finance to book manually.
       fd prior-period-file
           record contains 94 characters
           data record is prior-period-line.

       01 prior-period-line.
           05 filler                  pic x(2).
           05 pp-trans-date           pic 9(8).
           05 filler                  pic x(2).
           05 pp-detail               pic x(67).

      *The 4-5-4 fiscal calendar, one line per fiscal week - the
      *Sunday it starts, the Saturday it ends, and the fiscal year,
      *period, quarter and week it belongs to.
       fd fiscal-calendar-file
           record contains 25 characters
           data record is fiscal-calendar-rec.

       01 fiscal-calendar-rec.
           05 fc-week-start           pic 9(8).
           05 fc-week-end             pic 9(8).
           05 fc-fiscal-year          pic 9(4).
           05 fc-fiscal-period        pic 99.
           05 fc-fiscal-quarter       pic 9.
           05 fc-fiscal-week          pic 99.

      *Business-date control card set at the top of the batch - the
      *posting date every program uses, so rerunning a prior day's
       01 ws-already-posted            pic 9(7) value 0.
       01 ws-total-posted              pic 9(7) value 0.
       01 ws-skip-counter               pic 9(7).
       01 ws-dt-date                  pic 9(8).
       01 ws-dt-year                  pic 9(4).
       01 ws-dt-month                 pic 99.
       01 ws-post-period-type          pic x.
       01 ws-post-period               pic 9(6).
       01 ws-days-posted               pic 9(5) value 0.
       01 ws-days-routed               pic 9(5) value 0.
       01 ws-days-fiscal-routed        pic 9(5) value 0.
       01 ws-days-unmapped             pic 9(5) value 0.

      *Closed accounting periods loaded from period-status.dat - a
      *daily-totals line dated into one is routed to the
       01 ws-rec-period                pic 9(6) value 0.
       01 ws-period-closed             pic x value 'n'.

      *Closed fiscal periods - a daily line dated into one still
      *posts to the calendar buckets, but goes to the
      *prior-period-adjustment report instead of restating the
      *fiscal ones.
       01 ws-fiscal-closed-count       pic 999 value 0.
       01 ws-fiscal-closed-table.
           05 ws-fiscal-closed-period occurs 1 to 120 times
               depending on ws-fiscal-closed-count
               indexed by ws-fiscal-closed-idx  pic 9(6).

      *The fiscal calendar, loaded once at startup, and the week
      *the daily line being posted falls in.
       01 ws-fiscal-file-status        pic xx.
       01 ws-fiscal-count              pic 999 value 0.
       01 ws-fiscal-table.
           05 ws-fiscal-entry occurs 1 to 600 times
               depending on ws-fiscal-count
               indexed by ws-fiscal-idx.
               10 ws-fc-week-start     pic 9(8).
               10 ws-fc-week-end       pic 9(8).
               10 ws-fc-year           pic 9(4).
               10 ws-fc-period         pic 99.
               10 ws-fc-quarter        pic 9.
               10 ws-fc-week           pic 99.
       01 ws-fiscal-found              pic x value 'n'.
       01 ws-fiscal-match-idx          pic 999 value 0.
       01 ws-fiscal-rec-period         pic 9(6) value 0.

       01 ws-msg-counts.
           05 filler                  pic x(24)
               value "YTDROLLUP: DAYS POSTED: ".
           05 ws-msg-posted           pic z(5).

       01 ws-msg-unmapped.
           05 filler                  pic x(38)
               value "YTDROLLUP: DAYS OFF FISCAL CALENDAR: ".
           05 ws-msg-unmapped-count   pic z(5).

       procedure division.
           perform 890-get-business-date.
           perform 800-open-ytd-file.
           perform 270-load-period-status.
           perform 260-load-fiscal-calendar.
           perform 700-check-checkpoint-file.
           open input daily-totals-file.


           move ws-days-posted to ws-msg-posted.
           display ws-msg-counts.
           if ws-days-unmapped > 0
               move ws-days-unmapped to ws-msg-unmapped-count
               display ws-msg-unmapped
           end-if.

           close daily-totals-file, ytd-file.
           move 0 to return-code.
      *matching the two-digit year ACCEPT ... FROM DATE already uses
      *throughout this system (see Program2's nl-date).
       100-process-daily-record.
           compute ws-dt-date = 20000000 + dt-run-date.
           divide ws-dt-date by 100 giving ws-rec-period.
           divide ws-rec-period by 100 giving ws-dt-year
               remainder ws-dt-month.

           perform 272-check-period-closed.
           if ws-period-closed = 'y'
               perform 180-route-prior-period
               move 'Y' to ws-post-period-type
               compute ws-post-period = ws-dt-year * 100
               perform 150-post-period
               perform 200-post-fiscal-buckets
           end-if.

           add 1 to ws-days-posted.
           write prior-period-line.
           close prior-period-file.

      *The same day into the fiscal week, period, quarter and year
      *it falls in. A day the fiscal calendar does not reach yet
      *posts to the calendar buckets only and is counted, so the
      *operator knows the next fiscal year's weeks are due.
       200-post-fiscal-buckets.
           perform 280-find-fiscal-week.
           if ws-fiscal-found = 'n'
               add 1 to ws-days-unmapped
           else
               compute ws-fiscal-rec-period =
                   ws-fc-year(ws-fiscal-match-idx) * 100
                   + ws-fc-period(ws-fiscal-match-idx)
               perform 275-check-fiscal-closed
               if ws-period-closed = 'y'
                   perform 190-route-fiscal-adjustment
               else
                   move 'W' to ws-post-period-type
                   compute ws-post-period =
                       ws-fc-year(ws-fiscal-match-idx) * 100
                       + ws-fc-week(ws-fiscal-match-idx)
                   perform 150-post-period
                   move 'P' to ws-post-period-type
                   move ws-fiscal-rec-period to ws-post-period
                   perform 150-post-period
                   move 'Q' to ws-post-period-type
                   compute ws-post-period =
                       ws-fc-year(ws-fiscal-match-idx) * 100
                       + ws-fc-quarter(ws-fiscal-match-idx)
                   perform 150-post-period
                   move 'F' to ws-post-period-type
                   compute ws-post-period =
                       ws-fc-year(ws-fiscal-match-idx) * 100
                   perform 150-post-period
               end-if
           end-if.

      *A daily line dated into a closed fiscal period has already
      *gone into the calendar buckets; only the fiscal side is held
      *back, and the line is reported so merchandising can book it.
       190-route-fiscal-adjustment.
           add 1 to ws-days-fiscal-routed.
           open extend prior-period-file.
           if ws-prior-period-status not = "00"
               open output prior-period-file
           end-if.
           move spaces             to prior-period-line.
           move "FISCALADJ"        to pp-program.
           move ws-business-date-6 to pp-run-date.
           move ws-dt-date         to pp-trans-date.
           move dt-rec             to pp-detail.
           write prior-period-line.
           close prior-period-file.

      *Load the fiscal calendar once at startup. Without one on
      *hand only the calendar buckets are kept.
       260-load-fiscal-calendar.
           move 0 to ws-fiscal-count.
           open input fiscal-calendar-file.
           if ws-fiscal-file-status = "00"
               read fiscal-calendar-file
                   at end move high-values to fiscal-calendar-rec
               end-read
               perform until fiscal-calendar-rec = high-values
                   if ws-fiscal-count < 600
                       add 1 to ws-fiscal-count
                       move fc-week-start
                           to ws-fc-week-start(ws-fiscal-count)
                       move fc-week-end
                           to ws-fc-week-end(ws-fiscal-count)
                       move fc-fiscal-year
                           to ws-fc-year(ws-fiscal-count)
                       move fc-fiscal-period
                           to ws-fc-period(ws-fiscal-count)
                       move fc-fiscal-quarter
                           to ws-fc-quarter(ws-fiscal-count)
                       move fc-fiscal-week
                           to ws-fc-week(ws-fiscal-count)
                   end-if
                   read fiscal-calendar-file
                       at end move high-values to fiscal-calendar-rec
                   end-read
               end-perform
               close fiscal-calendar-file
           end-if.

      *Which fiscal week does ws-dt-date fall in?
       280-find-fiscal-week.
           move 'n' to ws-fiscal-found.
           move 0 to ws-fiscal-match-idx.
           perform 281-match-fiscal-week
               varying ws-fiscal-idx from 1 by 1
               until ws-fiscal-idx > ws-fiscal-count.

       281-match-fiscal-week.
           if ws-dt-date >= ws-fc-week-start(ws-fiscal-idx)
             and ws-dt-date <= ws-fc-week-end(ws-fiscal-idx)
               move 'y' to ws-fiscal-found
               set ws-fiscal-match-idx to ws-fiscal-idx
           end-if.

      *Load the closed-period list once at startup. A missing
      *period-status.dat just means no period has ever been closed.
       270-load-period-status.
           move 0 to ws-closed-count.
           move 0 to ws-fiscal-closed-count.
           open input period-status-file.
           if ws-period-file-status = "00"
               read period-status-file
                       move ps-period
                           to ws-closed-period(ws-closed-count)
                   end-if
                   if ps-status = 'F' and ws-fiscal-closed-count < 120
                       add 1 to ws-fiscal-closed-count
                       move ps-period to ws-fiscal-closed-period
                           (ws-fiscal-closed-count)
                   end-if
                   read period-status-file
                       at end move high-values to period-status-rec
                   end-read
               move 'y' to ws-period-closed
           end-if.

      *Is the fiscal period in ws-fiscal-rec-period closed?
       275-check-fiscal-closed.
           move 'n' to ws-period-closed.
           perform 276-match-fiscal-closed
               varying ws-fiscal-closed-idx from 1 by 1
               until ws-fiscal-closed-idx > ws-fiscal-closed-count.

       276-match-fiscal-closed.
           if ws-fiscal-rec-period =
              ws-fiscal-closed-period(ws-fiscal-closed-idx)
               move 'y' to ws-period-closed
           end-if.

      *Find-or-add the period bucket named by ws-post-period-type/
      *ws-post-period and add this record's dollar figures into it.
       150-post-period.
