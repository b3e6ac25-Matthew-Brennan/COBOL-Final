      *    change, subtotaled by the regions in store-table.dat -
      *    and flags every store trailing its prior year. "Are we
      *    up or down on last year" stops coming out of a
      *    hand-rebuilt spreadsheet. The same comparison runs again
      *    on the 4-5-4 fiscal calendar - fiscal period and fiscal
      *    year to date against the same fiscal period last year -
      *    so a four-week period is never set against a five-week
      *    one.

       environment division.
       input-output section.
               record key is ytd-key
               file status is ws-ytd-status.

           select fiscal-calendar-file
               assign to "../../data/fiscal-calendar.dat"
               organization is line sequential
               file status is ws-fiscal-file-status.

           select comp-report-file
               assign to "../../data/program-43-compstore.out"
               organization is line sequential.
           05 ytd-returns-value       pic 9(9)v99.
           05 ytd-tax-value           pic 9(9)v99.

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

       fd comp-report-file
           data record is comp-line
           record contains 100 characters.
       01 ws-prior-year               pic 9(4) value 0.
       01 ws-month-sub                pic 99 value 0.
       01 ws-sum-sales                pic 9(9)v99 value 0.

      *The fiscal period the business date falls in, and the same
      *period a fiscal year earlier. The prior fiscal year to date
      *is summed out of that year's 'P' buckets the same way the
      *calendar side sums 'M' buckets.
       01 ws-fiscal-file-status       pic xx.
       01 ws-fiscal-found             pic x value 'n'.
       01 ws-cur-fiscal-year          pic 9(4) value 0.
       01 ws-cur-fiscal-period-no     pic 99 value 0.
       01 ws-cur-fiscal-period        pic 9(6) value 0.
       01 ws-prior-fiscal-period      pic 9(6) value 0.
       01 ws-cur-fiscal-year-period   pic 9(6) value 0.
       01 ws-prior-fiscal-year        pic 9(4) value 0.
       01 ws-sum-returns              pic 9(9)v99 value 0.

      *Scratch figures for the row being built, filled by the
               value "   VS LAST YEAR:  ".
           05 ws-pl-prior             pic 9(6).

       01 ws-fiscal-period-line.
           05 filler                  pic x(16)
               value "FISCAL PERIOD:  ".
           05 ws-fl-period            pic 9(6).
           05 filler                  pic x(18)
               value "   VS LAST YEAR:  ".
           05 ws-fl-prior             pic 9(6).

       01 ws-no-fiscal-line           pic x(60)
           value "FISCAL CALENDAR DOES NOT COVER THE BUSINESS DATE".

       01 ws-section-line             pic x(40).

       01 ws-store-line.
           perform 890-get-business-date.
           perform 800-load-store-table.
           perform 810-compute-periods.
           perform 830-find-fiscal-period.
           perform 820-open-ytd-file.

           open output comp-report-file.
           move "YEAR TO DATE:" to ws-section-line.
           perform 200-report-one-section.

           move spaces to comp-line.
           write comp-line.
           if ws-fiscal-found = 'y'
               move ws-cur-fiscal-period   to ws-fl-period
               move ws-prior-fiscal-period to ws-fl-prior
               write comp-line from ws-fiscal-period-line
               move "FISCAL PERIOD TO DATE:" to ws-section-line
               move 'P' to ws-fetch-type
               perform 300-report-section-body
               move "FISCAL YEAR TO DATE:" to ws-section-line
               move 'F' to ws-fetch-type
               perform 300-report-section-body
           else
               write comp-line from ws-no-fiscal-line
           end-if.

           perform 900-write-audit-record.
           close ytd-file, comp-report-file.
           move 0 to return-code.
      *One section - a line per store against the same period last
      *year, then the regional subtotals. The month section uses
      *the 'M' buckets, the year section reruns the same shape
      *against the 'Y' buckets, and the fiscal sections against
      *the 'P' and 'F' buckets.
       100-report-one-section.
           move 'M' to ws-fetch-type.
           perform 300-report-section-body.
           if ws-fetch-type = 'M'
               move ws-cur-month-period to ws-fetch-period
           else
           if ws-fetch-type = 'Y'
               move ws-cur-year-period  to ws-fetch-period
           else
           if ws-fetch-type = 'P'
               move ws-cur-fiscal-period to ws-fetch-period
           else
               move ws-cur-fiscal-year-period to ws-fetch-period
           end-if
           end-if
           end-if.
           perform 500-fetch-period-bucket.
           move ws-fetch-sales   to ws-cur-sales.
               move ws-fetch-sales   to ws-prior-sales
               move ws-fetch-returns to ws-prior-returns
           else
           if ws-fetch-type = 'Y'
               perform 510-sum-prior-ytd-months
           else
           if ws-fetch-type = 'P'
               move ws-prior-fiscal-period to ws-fetch-period
               perform 500-fetch-period-bucket
               move ws-fetch-sales   to ws-prior-sales
               move ws-fetch-returns to ws-prior-returns
           else
               perform 530-sum-prior-fiscal-periods
           end-if
           end-if
           end-if.
           compute ws-prior-net = ws-prior-sales - ws-prior-returns.

           add ws-fetch-sales   to ws-sum-sales.
           add ws-fetch-returns to ws-sum-returns.

      *Last fiscal year through the same fiscal period - its 'P'
      *buckets for period 1 up to the current period, summed the
      *same way as the calendar year to date.
       530-sum-prior-fiscal-periods.
           move 0 to ws-sum-sales.
           move 0 to ws-sum-returns.
           perform 540-add-one-prior-period
               varying ws-month-sub from 1 by 1
               until ws-month-sub > ws-cur-fiscal-period-no.
           move ws-sum-sales   to ws-prior-sales.
           move ws-sum-returns to ws-prior-returns.
           move 'F' to ws-fetch-type.

       540-add-one-prior-period.
           move 'P' to ws-fetch-type.
           compute ws-fetch-period =
               (ws-prior-fiscal-year * 100) + ws-month-sub.
           perform 500-fetch-period-bucket.
           add ws-fetch-sales   to ws-sum-sales.
           add ws-fetch-returns to ws-sum-returns.

      *Fold the store's nets into its region's subtotal for this
      *section.
       600-accumulate-region.
      *year earlier - the year buckets are keyed YYYY00 the way
      *YTDROLLUP posts them.
       810-compute-periods.
           divide ws-business-date by 100
               giving ws-cur-month-period.
           compute ws-prior-month-period = ws-cur-month-period - 100.
           divide ws-cur-month-period by 100
               giving ws-prior-year
               remainder ws-cur-month.
           compute ws-cur-year-period = ws-prior-year * 100.
           subtract 1 from ws-prior-year.

      *Find the fiscal week the business date falls in on the
      *fiscal calendar - its fiscal year and period key this run's
      *fiscal sections the way YTDROLLUP posts them, YYYYPP for a
      *period and YYYY00 for the fiscal year.
       830-find-fiscal-period.
           move 'n' to ws-fiscal-found.
           open input fiscal-calendar-file.
           if ws-fiscal-file-status = "00"
               read fiscal-calendar-file
                   at end move high-values to fiscal-calendar-rec
               end-read
               perform until fiscal-calendar-rec = high-values
                   if ws-business-date >= fc-week-start
                     and ws-business-date <= fc-week-end
                       move 'y' to ws-fiscal-found
                       move fc-fiscal-year   to ws-cur-fiscal-year
                       move fc-fiscal-period
                           to ws-cur-fiscal-period-no
                   end-if
                   read fiscal-calendar-file
                       at end move high-values to fiscal-calendar-rec
                   end-read
               end-perform
               close fiscal-calendar-file
           end-if.
           compute ws-prior-fiscal-year = ws-cur-fiscal-year - 1.
           compute ws-cur-fiscal-period =
               (ws-cur-fiscal-year * 100) + ws-cur-fiscal-period-no.
           compute ws-prior-fiscal-period =
               (ws-prior-fiscal-year * 100) + ws-cur-fiscal-period-no.
           compute ws-cur-fiscal-year-period = ws-cur-fiscal-year * 100.

       820-open-ytd-file.
           open input ytd-file.
