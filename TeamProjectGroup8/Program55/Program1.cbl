       identification division.
       program-id. HOURLYTRAFFIC.
       author. Group8.
       date-written. 2026-10-15.
      *Description:
      *    Hourly sales traffic by store. Buckets tonight's sales by
      *    the hour on the register clock - how many sales, what they
      *    came to and how many different cashiers rang them - and
      *    files tonight's hours on hourly-history.dat under the
      *    business date. The history runs back eight weeks, so each
      *    store's report sets tonight beside the average for the same
      *    day of the week, and closes with the store's whole week
      *    hour by hour: average sales and average cashiers on each
      *    day. That curve is what the store manager builds the
      *    staff schedule from.

       environment division.
       input-output section.
       file-control.
           select sales-input-file
               assign to "../../data/SalesRecords_out.dat"
               organization is line sequential
               file status is ws-sales-status.

           select store-table-file
               assign to "../../data/store-table.dat"
               organization is line sequential
               file status is ws-store-status.

           select hourly-history-file
               assign to "../../data/hourly-history.dat"
               organization is line sequential
               file status is ws-history-status.

           select history-work-file
               assign to "../../data/hourly-history.wrk"
               organization is line sequential.

           select traffic-report-file
               assign to "../../data/program-55-hourlytraffic.out"
               organization is line sequential.

           select audit-trail-file
               assign to "../../data/audit-trail.dat"
               organization is line sequential.

           select business-date-file
               assign to "../../data/busdate.dat"
               organization is line sequential
               file status is ws-busdate-status.

       data division.
       file section.
       fd sales-input-file
           data record is sales-input-line
           record contains 67 characters.

       01 sales-input-line.
           05 si-trans-code            pic x.
           05 si-trans-amount          pic 9(5)v99.
           05 si-payment-type          pic xx.
           05 si-store-number          pic xx.
           05 si-invoice-number        pic x(9).
           05 si-sku-code              pic x(15).
           05 si-trans-date            pic 9(8).
           05 si-layaway-status        pic x.
           05 si-cashier-id            pic x(4).
           05 si-quantity              pic 9(3).
           05 si-customer-id           pic x(6).
           05 si-approver-id           pic x(4).
           05 si-tax-exempt            pic x.
           05 si-trans-time            pic 9(4).
           05 si-time-parts redefines si-trans-time.
               10 si-trans-hour        pic 99.
               10 si-trans-minute      pic 99.

      *Store master - number, name, region/district, and open and
      *close dates, one store per line.
       fd store-table-file
          record contains 41 characters
          data record is store-table-rec.

       01 store-table-rec.
           05 st-store-number         pic xx.
           05 st-store-name           pic x(20).
           05 st-region               pic x(3).
           05 st-open-date            pic 9(8).
           05 st-close-date           pic 9(8).

      *One line per store per business date per hour that rang a
      *sale - the day of the week (1 = Monday) rides along so the
      *averages need not work it out again.
       fd hourly-history-file
          record contains 30 characters
          data record is hourly-history-rec.

       01 hourly-history-rec.
           05 hh-store-number         pic xx.
           05 hh-business-date        pic 9(8).
           05 hh-weekday              pic 9.
           05 hh-hour                 pic 99.
           05 hh-sales-count          pic 9(5).
           05 hh-sales-value          pic 9(7)v99.
           05 hh-cashier-count        pic 9(3).

      *The history as it is being rebuilt - copied back over
      *hourly-history.dat once tonight's hours are on it.
       fd history-work-file
          record contains 30 characters
          data record is history-work-rec.

       01 history-work-rec            pic x(30).

       fd traffic-report-file
           data record is traffic-line
           record contains 100 characters.

       01 traffic-line                 pic x(100).

      *Shared audit trail appended to by every batch program -
      *program name, run date/time, and before/after record counts.
       fd audit-trail-file
           record contains 68 characters
           data record is audit-rec.

       01 audit-rec.
           05 au-program-name          pic x(20).
           05 au-run-date              pic 9(6).
           05 au-run-time              pic 9(8).
           05 au-input-count           pic 9(7).
           05 au-output-count-1        pic 9(7).
           05 au-output-count-2        pic 9(7).
           05 au-output-count-3        pic 9(7).
           05 au-business-date         pic 9(6).

      *Business-date control card set at the top of the batch - the
      *posting date every program uses, so rerunning a prior day's
      *file posts to that day instead of the wall-clock date. A
      *missing or zero card falls back to the system date.
       fd business-date-file
          record contains 8 characters
          data record is business-date-rec.

       01 business-date-rec            pic 9(8).

       working-storage section.
       01 ws-busdate-status            pic xx.
       01 ws-business-date             pic 9(8) value 0.
       01 ws-business-date-x redefines ws-business-date.
           05 filler                   pic 99.
           05 ws-business-date-6       pic 9(6).
       01 ws-eof                       pic x value 'n'.
       01 ws-sales-status              pic xx.
       01 ws-store-status              pic xx.
       01 ws-history-status            pic xx.

       01 ws-records-read              pic 9(7) value 0.
       01 ws-sales-counted             pic 9(7) value 0.
       01 ws-history-written           pic 9(7) value 0.

      *How far back the day-of-week averages look, and where that
      *window starts as a day number.
       01 ws-history-days              pic 999 value 56.
       01 ws-business-day-num          pic 9(7) value 0.
       01 ws-row-day-num               pic 9(7) value 0.
       01 ws-day-offset                pic 9(7) value 0.
       01 ws-day-quotient              pic 9(7) value 0.
       01 ws-business-weekday          pic 9 value 0.
       01 ws-row-weekday               pic 9 value 0.

       01 ws-day-names                 pic x(21)
           value "MONTUEWEDTHUFRISATSUN".
       01 ws-day-name-table redefines ws-day-names.
           05 ws-day-name              pic x(3) occurs 7 times.

      *One entry per store on the store table. Tonight's figures
      *sit by hour; the history sums sit by day of the week and
      *hour, with how many days of that weekday the store traded
      *so each hour is averaged over every trading day, quiet
      *hours included.
       01 ws-store-count               pic 99 value 0.
       01 ws-store-table.
           05 ws-st-entry occurs 1 to 50 times
               depending on ws-store-count
               indexed by ws-st-idx.
               10 ws-st-number         pic xx.
               10 ws-st-name           pic x(20).
               10 ws-st-traded         pic x.
               10 ws-st-tonight occurs 24 times.
                   15 ws-tn-count      pic 9(5).
                   15 ws-tn-value      pic 9(7)v99.
                   15 ws-tn-cashiers   pic 9(3).
               10 ws-st-weekday occurs 7 times.
                   15 ws-wd-days       pic 9(3).
                   15 ws-wd-hour occurs 24 times.
                       20 ws-wh-count  pic 9(7).
                       20 ws-wh-value  pic 9(9)v99.
                       20 ws-wh-cashiers pic 9(5).
       01 ws-store-found               pic x value 'n'.
       01 ws-store-match-idx           pic 99 value 0.
       01 ws-store-lookup              pic xx.

      *Every cashier already counted in a store-hour tonight, so a
      *cashier who rings ten sales in an hour is one head.
       01 ws-seen-count                pic 9(4) value 0.
       01 ws-seen-table.
           05 ws-seen-entry occurs 1 to 5000 times
               depending on ws-seen-count
               indexed by ws-seen-idx.
               10 ws-seen-store        pic xx.
               10 ws-seen-hour         pic 99.
               10 ws-seen-cashier      pic x(4).
       01 ws-seen-found                pic x value 'n'.

      *Only the first line of an invoice counts as a sale - the
      *rest of a multi-line ticket rides along under it.
       01 ws-last-invoice              pic x(9) value spaces.
       01 ws-hour-sub                  pic 99 value 0.
       01 ws-day-sub                   pic 9 value 0.

      *Where the history copy stands on the day it is looking at,
      *so each store's trading day is counted once.
       01 ws-prev-store                pic xx value spaces.
       01 ws-prev-date                 pic 9(8) value 0.

       01 ws-avg-count                 pic 9(5)v9 value 0.
       01 ws-avg-value                 pic 9(7)v99 value 0.
       01 ws-avg-cashiers              pic 9(3)v9 value 0.
       01 ws-hour-active               pic x value 'n'.
       01 ws-store-sales               pic 9(7) value 0.
       01 ws-store-value               pic 9(9)v99 value 0.

       01 ws-report-header.
           05 filler                   pic x(40)
               value "HOURLY SALES TRAFFIC BY STORE".
           05 filler                   pic x(9) value "AS OF:".
           05 ws-rh-date               pic 9(8).
           05 filler                   pic x(2) value spaces.
           05 ws-rh-day                pic x(3).

       01 ws-store-header.
           05 filler                   pic x(6) value "STORE ".
           05 ws-sh-number             pic xx.
           05 filler                   pic x(1) value space.
           05 ws-sh-name               pic x(20).
           05 filler                   pic x(26)
               value "   TONIGHT AGAINST AVERAGE".
           05 filler                   pic x(1) value space.
           05 ws-sh-day                pic x(3).
           05 filler                   pic x(11)
               value " OVER DAYS:".
           05 ws-sh-days               pic zz9.

       01 ws-tonight-header.
           05 filler                   pic x(40)
               value "Hour  Sales        Value Cshr   AvgSales".
           05 filler                   pic x(30)
               value "     AvgValue AvgCshr".

       01 ws-tonight-line.
           05 tl-hour                  pic 99.
           05 filler                   pic x(3) value ":00".
           05 filler                   pic x(1) value space.
           05 tl-count                 pic zzzz9.
           05 filler                   pic x(1) value space.
           05 tl-value                 pic $(8)9.99.
           05 filler                   pic x(1) value space.
           05 tl-cashiers              pic zz9.
           05 filler                   pic x(4) value spaces.
           05 tl-avg-count             pic zzzz9.9.
           05 filler                   pic x(1) value space.
           05 tl-avg-value             pic $(8)9.99.
           05 filler                   pic x(3) value spaces.
           05 tl-avg-cashiers          pic zz9.9.

       01 ws-store-total-line.
           05 filler                   pic x(6) value "TOTAL ".
           05 stl-count                pic zzzz9.
           05 filler                   pic x(1) value space.
           05 stl-value                pic $(8)9.99.

       01 ws-week-heading              pic x(60)
           value "AVERAGE SALES / CASHIERS BY HOUR AND DAY OF THE WEEK".

       01 ws-week-header.
           05 filler                   pic x(5) value "Hour ".
           05 ws-wk-day-head occurs 7 times.
               10 filler               pic x(7) value spaces.
               10 ws-wk-day-name       pic x(3).
               10 filler               pic x(2) value spaces.

       01 ws-week-line.
           05 wl-hour                  pic 99.
           05 filler                   pic x(3) value ":00".
           05 wl-day occurs 7 times.
               10 filler               pic x(1) value space.
               10 wl-avg-count         pic zzz9.9.
               10 filler               pic x(1) value "/".
               10 wl-avg-cashiers      pic z9.9.

       01 ws-summary-line.
           05 ws-sl-label              pic x(30).
           05 ws-sl-count              pic z(6)9.

       01 ws-value-line.
           05 ws-vl-label              pic x(30).
           05 ws-vl-value              pic $(10)9.99.

       procedure division.
           perform 890-get-business-date.
           compute ws-business-day-num =
               function integer-of-date(ws-business-date).
           perform 880-find-weekday.
           move ws-row-weekday to ws-business-weekday.
           perform 800-load-store-table.

           perform 100-scan-sales.
           perform 300-roll-history.
           perform 600-print-traffic-report.
           perform 900-write-audit-record.

           move 0 to return-code.
           goback.

      *Every sale in tonight's sales output, bucketed by its store
      *and the hour on the register clock. A missing file just
      *means nothing was sold tonight.
       100-scan-sales.
           move 'n' to ws-eof.
           open input sales-input-file.
           if ws-sales-status not = "00"
               move 'y' to ws-eof
           else
               read sales-input-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 110-count-one-sale until ws-eof = 'y'.
           if ws-sales-status = "00" or ws-sales-status = "10"
               close sales-input-file
           end-if.

       110-count-one-sale.
           add 1 to ws-records-read.
           if si-trans-code = 'S'
             and si-trans-time is numeric
             and si-trans-hour < 24
               move si-store-number to ws-store-lookup
               perform 810-find-store
               if ws-store-found = 'y'
                   perform 200-post-sale
               end-if
           end-if.
           read sales-input-file
               at end move 'y' to ws-eof.

       200-post-sale.
           compute ws-hour-sub = si-trans-hour + 1.
           move 'y' to ws-st-traded(ws-store-match-idx).
           if si-invoice-number not = ws-last-invoice
               add 1 to ws-tn-count(ws-store-match-idx, ws-hour-sub)
               add 1 to ws-sales-counted
           end-if.
           move si-invoice-number to ws-last-invoice.
           add si-trans-amount
               to ws-tn-value(ws-store-match-idx, ws-hour-sub).
           perform 210-count-cashier.

       210-count-cashier.
           move 'n' to ws-seen-found.
           perform 211-search-seen
               varying ws-seen-idx from 1 by 1
               until ws-seen-idx > ws-seen-count.
           if ws-seen-found = 'n' and ws-seen-count < 5000
               add 1 to ws-seen-count
               move si-store-number to ws-seen-store(ws-seen-count)
               move si-trans-hour   to ws-seen-hour(ws-seen-count)
               move si-cashier-id   to ws-seen-cashier(ws-seen-count)
               add 1 to ws-tn-cashiers(ws-store-match-idx, ws-hour-sub)
           end-if.

       211-search-seen.
           if ws-seen-store(ws-seen-idx) = si-store-number
             and ws-seen-hour(ws-seen-idx) = si-trans-hour
             and ws-seen-cashier(ws-seen-idx) = si-cashier-id
               move 'y' to ws-seen-found
           end-if.

      *Carry the history forward into the work file - dropping
      *anything older than the window and anything already filed
      *for tonight's business date, so a rerun replaces the night
      *instead of counting it twice - then add tonight's hours and
      *copy the lot back. Everything carried is summed into the
      *day-of-week averages on the way past.
       300-roll-history.
           open output history-work-file.
           move 'n' to ws-eof.
           open input hourly-history-file.
           if ws-history-status not = "00"
               move 'y' to ws-eof
           else
               read hourly-history-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 310-carry-history-line until ws-eof = 'y'.
           if ws-history-status = "00" or ws-history-status = "10"
               close hourly-history-file
           end-if.
           perform 330-file-tonight-store
               varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-store-count.
           close history-work-file.
           perform 350-copy-work-to-history.

       310-carry-history-line.
           compute ws-row-day-num =
               function integer-of-date(hh-business-date).
           if hh-business-date not = ws-business-date
             and ws-row-day-num <= ws-business-day-num
             and ws-business-day-num - ws-row-day-num
                 < ws-history-days
               write history-work-rec from hourly-history-rec
               add 1 to ws-history-written
               perform 320-sum-history-line
           end-if.
           read hourly-history-file
               at end move 'y' to ws-eof.

       320-sum-history-line.
           move hh-store-number to ws-store-lookup.
           perform 810-find-store.
           if ws-store-found = 'y'
             and hh-weekday >= 1 and hh-weekday <= 7
             and hh-hour < 24
               move hh-weekday to ws-day-sub
               compute ws-hour-sub = hh-hour + 1
               if hh-store-number not = ws-prev-store
                 or hh-business-date not = ws-prev-date
                   add 1 to ws-wd-days(ws-store-match-idx, ws-day-sub)
                   move hh-store-number  to ws-prev-store
                   move hh-business-date to ws-prev-date
               end-if
               add hh-sales-count to
                   ws-wh-count(ws-store-match-idx, ws-day-sub,
                               ws-hour-sub)
               add hh-sales-value to
                   ws-wh-value(ws-store-match-idx, ws-day-sub,
                               ws-hour-sub)
               add hh-cashier-count to
                   ws-wh-cashiers(ws-store-match-idx, ws-day-sub,
                                  ws-hour-sub)
           end-if.

      *A store that sold nothing tonight is not counted as having
      *traded, so a closed day does not drag its averages down.
       330-file-tonight-store.
           if ws-st-traded(ws-st-idx) = 'y'
               set ws-store-match-idx to ws-st-idx
               move ws-business-weekday to ws-day-sub
               add 1 to ws-wd-days(ws-store-match-idx, ws-day-sub)
               perform 340-file-tonight-hour
                   varying ws-hour-sub from 1 by 1
                   until ws-hour-sub > 24
           end-if.

       340-file-tonight-hour.
           if ws-tn-count(ws-store-match-idx, ws-hour-sub) > 0
               move ws-st-number(ws-store-match-idx)
                   to hh-store-number
               move ws-business-date    to hh-business-date
               move ws-business-weekday to hh-weekday
               compute hh-hour = ws-hour-sub - 1
               move ws-tn-count(ws-store-match-idx, ws-hour-sub)
                   to hh-sales-count
               move ws-tn-value(ws-store-match-idx, ws-hour-sub)
                   to hh-sales-value
               move ws-tn-cashiers(ws-store-match-idx, ws-hour-sub)
                   to hh-cashier-count
               write history-work-rec from hourly-history-rec
               add 1 to ws-history-written
               add hh-sales-count to
                   ws-wh-count(ws-store-match-idx, ws-day-sub,
                               ws-hour-sub)
               add hh-sales-value to
                   ws-wh-value(ws-store-match-idx, ws-day-sub,
                               ws-hour-sub)
               add hh-cashier-count to
                   ws-wh-cashiers(ws-store-match-idx, ws-day-sub,
                                  ws-hour-sub)
           end-if.

       350-copy-work-to-history.
           open input history-work-file.
           open output hourly-history-file.
           move 'n' to ws-eof.
           read history-work-file
               at end move 'y' to ws-eof.
           perform 351-copy-one-line until ws-eof = 'y'.
           close history-work-file.
           close hourly-history-file.

       351-copy-one-line.
           write hourly-history-rec from history-work-rec.
           read history-work-file
               at end move 'y' to ws-eof.

       600-print-traffic-report.
           open output traffic-report-file.
           move ws-business-date to ws-rh-date.
           move ws-day-name(ws-business-weekday) to ws-rh-day.
           write traffic-line from ws-report-header.
           perform 610-print-one-store
               varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-store-count.
           move spaces to traffic-line.
           write traffic-line.
           move "SALES RECORDS READ:"       to ws-sl-label.
           move ws-records-read             to ws-sl-count.
           write traffic-line from ws-summary-line.
           move "SALES COUNTED:"            to ws-sl-label.
           move ws-sales-counted            to ws-sl-count.
           write traffic-line from ws-summary-line.
           move "HISTORY LINES FILED:"       to ws-sl-label.
           move ws-history-written          to ws-sl-count.
           write traffic-line from ws-summary-line.
           close traffic-report-file.

      *A store with no trading in the window has nothing to show.
       610-print-one-store.
           set ws-store-match-idx to ws-st-idx.
           move 0 to ws-store-sales.
           move 0 to ws-store-value.
           perform 611-check-store-traded
               varying ws-day-sub from 1 by 1
               until ws-day-sub > 7.
           if ws-hour-active = 'y'
               move spaces to traffic-line
               write traffic-line
               move ws-st-number(ws-st-idx) to ws-sh-number
               move ws-st-name(ws-st-idx)   to ws-sh-name
               move ws-day-name(ws-business-weekday) to ws-sh-day
               move ws-wd-days(ws-st-idx, ws-business-weekday)
                   to ws-sh-days
               write traffic-line from ws-store-header
               write traffic-line from ws-tonight-header
               move ws-business-weekday to ws-day-sub
               perform 620-print-tonight-hour
                   varying ws-hour-sub from 1 by 1
                   until ws-hour-sub > 24
               move ws-store-sales to stl-count
               move ws-store-value to stl-value
               write traffic-line from ws-store-total-line
               perform 630-print-week-grid
           end-if.
           move 'n' to ws-hour-active.

       611-check-store-traded.
           if ws-wd-days(ws-st-idx, ws-day-sub) > 0
               move 'y' to ws-hour-active
           end-if.

      *Every hour that sold tonight or usually sells on this day.
       620-print-tonight-hour.
           move 0 to ws-avg-count.
           move 0 to ws-avg-value.
           move 0 to ws-avg-cashiers.
           if ws-wd-days(ws-st-idx, ws-day-sub) > 0
               compute ws-avg-count rounded =
                   ws-wh-count(ws-st-idx, ws-day-sub, ws-hour-sub)
                   / ws-wd-days(ws-st-idx, ws-day-sub)
               compute ws-avg-value rounded =
                   ws-wh-value(ws-st-idx, ws-day-sub, ws-hour-sub)
                   / ws-wd-days(ws-st-idx, ws-day-sub)
               compute ws-avg-cashiers rounded =
                   ws-wh-cashiers(ws-st-idx, ws-day-sub, ws-hour-sub)
                   / ws-wd-days(ws-st-idx, ws-day-sub)
           end-if.
           if ws-tn-count(ws-st-idx, ws-hour-sub) > 0
             or ws-wh-count(ws-st-idx, ws-day-sub, ws-hour-sub) > 0
               compute tl-hour = ws-hour-sub - 1
               move ws-tn-count(ws-st-idx, ws-hour-sub)    to tl-count
               move ws-tn-value(ws-st-idx, ws-hour-sub)    to tl-value
               move ws-tn-cashiers(ws-st-idx, ws-hour-sub)
                   to tl-cashiers
               move ws-avg-count    to tl-avg-count
               move ws-avg-value    to tl-avg-value
               move ws-avg-cashiers to tl-avg-cashiers
               write traffic-line from ws-tonight-line
               add ws-tn-count(ws-st-idx, ws-hour-sub)
                   to ws-store-sales
               add ws-tn-value(ws-st-idx, ws-hour-sub)
                   to ws-store-value
           end-if.

      *The store's whole week - each hour that sells on any day,
      *with the average sales and cashiers for every weekday.
       630-print-week-grid.
           move spaces to traffic-line.
           write traffic-line.
           write traffic-line from ws-week-heading.
           perform 631-name-grid-day
               varying ws-day-sub from 1 by 1
               until ws-day-sub > 7.
           write traffic-line from ws-week-header.
           perform 640-print-week-hour
               varying ws-hour-sub from 1 by 1
               until ws-hour-sub > 24.

       631-name-grid-day.
           move ws-day-name(ws-day-sub) to ws-wk-day-name(ws-day-sub).

       640-print-week-hour.
           move 'n' to ws-hour-active.
           perform 641-fill-week-day
               varying ws-day-sub from 1 by 1
               until ws-day-sub > 7.
           if ws-hour-active = 'y'
               compute wl-hour = ws-hour-sub - 1
               write traffic-line from ws-week-line
           end-if.

       641-fill-week-day.
           move 0 to ws-avg-count.
           move 0 to ws-avg-cashiers.
           if ws-wd-days(ws-st-idx, ws-day-sub) > 0
               compute ws-avg-count rounded =
                   ws-wh-count(ws-st-idx, ws-day-sub, ws-hour-sub)
                   / ws-wd-days(ws-st-idx, ws-day-sub)
               compute ws-avg-cashiers rounded =
                   ws-wh-cashiers(ws-st-idx, ws-day-sub, ws-hour-sub)
                   / ws-wd-days(ws-st-idx, ws-day-sub)
           end-if.
           if ws-wh-count(ws-st-idx, ws-day-sub, ws-hour-sub) > 0
               move 'y' to ws-hour-active
           end-if.
           move ws-avg-count    to wl-avg-count(ws-day-sub).
           move ws-avg-cashiers to wl-avg-cashiers(ws-day-sub).

       800-load-store-table.
           move 0 to ws-store-count.
           open input store-table-file.
           if ws-store-status = "00"
               read store-table-file
                   at end move high-values to store-table-rec
               end-read
               perform until store-table-rec = high-values
                   if ws-store-count < 50
                       add 1 to ws-store-count
                       perform 802-clear-store-entry
                   end-if
                   read store-table-file
                       at end move high-values to store-table-rec
                   end-read
               end-perform
               close store-table-file
           end-if.

       802-clear-store-entry.
           initialize ws-st-entry(ws-store-count).
           move st-store-number to ws-st-number(ws-store-count).
           move st-store-name   to ws-st-name(ws-store-count).
           move 'n'             to ws-st-traded(ws-store-count).

       810-find-store.
           move 'n' to ws-store-found.
           move 0 to ws-store-match-idx.
           perform 811-search-store
               varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-store-count.

       811-search-store.
           if ws-store-lookup = ws-st-number(ws-st-idx)
               move 'y' to ws-store-found
               set ws-store-match-idx to ws-st-idx
           end-if.

      *Day 1 of the calendar the date functions count from was a
      *Monday, so seven-day weeks fall out of the day number.
       880-find-weekday.
           compute ws-day-offset = ws-business-day-num - 1.
           divide ws-day-offset by 7
               giving ws-day-quotient
               remainder ws-row-weekday.
           add 1 to ws-row-weekday.

      *Append one line to the shared audit trail recording the
      *program name, when it ran, and how many sales records it
      *read versus sales counted and history lines kept.
       900-write-audit-record.
           move "HOURLYTRAFFIC"          to au-program-name.
           accept au-run-date            from date.
           accept au-run-time            from time.
           move ws-business-date-6       to au-business-date.
           move ws-records-read          to au-input-count.
           move ws-sales-counted         to au-output-count-1.
           move ws-history-written       to au-output-count-2.
           move ws-store-count           to au-output-count-3.
           open extend audit-trail-file.
           write audit-rec.
           close audit-trail-file.

      *Pick up the operator-set business date, falling back to the
      *system date when no card is on hand.
       890-get-business-date.
           move 0 to ws-business-date.
           open input business-date-file.
           if ws-busdate-status = "00"
               read business-date-file
                   at end move 0 to ws-business-date
                   not at end
                       move business-date-rec to ws-business-date
               end-read
               close business-date-file
           end-if.
           if ws-business-date = 0
               accept ws-business-date from date yyyymmdd
           end-if.

       end program HOURLYTRAFFIC.
