       identification division.
       program-id. PLANVSACT.
       author. Group8.
       date-written. 2026-10-15.
      *Description:
      *    Plan-versus-actual report. Reads the per-store month and
      *    year buckets YTDROLLUP accumulates under the 'Snn'
      *    pseudo-regions and puts each store's sales and returns
      *    for the current month and year to date beside the plan
      *    kept on sales-plan.dat by PLANMAINT, with the dollar and
      *    percentage variance, subtotaled by the regions in
      *    store-table.dat - and flags every store selling under
      *    its plan or taking back more than it planned. The
      *    regional managers get the budget picture the morning
      *    after instead of a week late from finance.

       environment division.
       input-output section.
       file-control.
           select store-table-file
               assign to "../../data/store-table.dat"
               organization is line sequential.

           select sales-plan-file
               assign to "../../data/sales-plan.dat"
               organization is line sequential
               file status is ws-plan-status.

           select ytd-file
               assign to "../../data/ytd-totals.dat"
               organization is indexed
               access mode is random
               record key is ytd-key
               file status is ws-ytd-status.

           select plan-report-file
               assign to "../../data/program-57-planvsact.out"
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

      *One line per store per month - the sales and returns the
      *store is budgeted for, same layout PLANMAINT keeps.
       fd sales-plan-file
           record contains 30 characters
           data record is sales-plan-rec.

       01 sales-plan-rec.
           05 sp-store-number         pic xx.
           05 sp-period               pic 9(6).
           05 sp-sales-plan           pic 9(9)v99.
           05 sp-returns-plan         pic 9(9)v99.

      *One rollup record per period/region, same layout YTDROLLUP
      *writes - the 'Snn' region rows carry the per-store slices.
       fd ytd-file
           data record is ytd-rec.

       01 ytd-rec.
           05 ytd-key.
               10 ytd-period-type     pic x.
               10 ytd-period          pic 9(6).
               10 ytd-region          pic x(3).
           05 ytd-sales-value         pic 9(9)v99.
           05 ytd-layaway-value       pic 9(9)v99.
           05 ytd-returns-value       pic 9(9)v99.
           05 ytd-tax-value           pic 9(9)v99.

       fd plan-report-file
           data record is plan-line
           record contains 110 characters.

       01 plan-line                    pic x(110).

      *Shared audit trail appended to by every batch program -
      *program name, run date/time, and before/after record counts.
       fd audit-trail-file
           record contains 68 characters
           data record is audit-rec.

       01 audit-rec.
           05 au-program-name         pic x(20).
           05 au-run-date             pic 9(6).
           05 au-run-time             pic 9(8).
           05 au-input-count          pic 9(7).
           05 au-output-count-1       pic 9(7).
           05 au-output-count-2       pic 9(7).
           05 au-output-count-3       pic 9(7).
           05 au-business-date        pic 9(6).

      *Business-date control card set at the top of the batch - the
      *posting date every program uses, so rerunning a prior day's
      *file posts to that day instead of the wall-clock date. A
      *missing or zero card falls back to the system date.
       fd business-date-file
          record contains 8 characters
          data record is business-date-rec.

       01 business-date-rec           pic 9(8).

       working-storage section.
       01 ws-busdate-status           pic xx.
       01 ws-business-date            pic 9(8) value 0.
       01 ws-business-date-x redefines ws-business-date.
           05 filler                  pic 99.
           05 ws-business-date-6      pic 9(6).
       01 ws-ytd-status               pic xx.
       01 ws-plan-status              pic xx.
       01 ws-eof                      pic x value 'n'.

       01 ws-stores-reported          pic 9(5) value 0.
       01 ws-stores-under-plan        pic 9(5) value 0.
       01 ws-plan-lines-read          pic 9(7) value 0.

      *The period keys in play - this month, and this year to date
      *through this month. The year's plan is the plan months
      *January through the business date's month, the same span
      *the 'Y' bucket has accumulated.
       01 ws-cur-month-period         pic 9(6) value 0.
       01 ws-cur-year-period          pic 9(6) value 0.
       01 ws-cur-year                 pic 9(4) value 0.
       01 ws-cur-month                pic 99 value 0.
       01 ws-month-sub                pic 99 value 0.
       01 ws-sum-sales                pic 9(9)v99 value 0.
       01 ws-sum-returns              pic 9(9)v99 value 0.

      *Scratch figures for the row being built, filled by the
      *keyed fetches and the plan lookups - a period with no bucket
      *on file or no plan set reads back as zeros.
       01 ws-fetch-sales              pic 9(9)v99 value 0.
       01 ws-fetch-returns            pic 9(9)v99 value 0.
       01 ws-fetch-region             pic x(3).
       01 ws-fetch-type               pic x.
       01 ws-fetch-period             pic 9(6).
       01 ws-plan-sales               pic 9(9)v99 value 0.
       01 ws-plan-returns             pic 9(9)v99 value 0.
       01 ws-act-sales                pic 9(9)v99 value 0.
       01 ws-act-returns              pic 9(9)v99 value 0.

      *One measure line - sales or returns - as it is printed.
       01 ws-line-actual              pic 9(9)v99 value 0.
       01 ws-line-plan                pic 9(9)v99 value 0.
       01 ws-line-variance            pic s9(9)v99 value 0.
       01 ws-pct-variance             pic s9(5)v9 value 0.

      *Active stores with their regions, plus per-region running
      *subtotals of the actual and planned figures.
       01 ws-store-count              pic 99 value 0.
       01 ws-store-table.
           05 ws-store-entry occurs 1 to 20 times
               depending on ws-store-count
               indexed by ws-store-idx.
               10 ws-st-number        pic xx.
               10 ws-st-name          pic x(20).
               10 ws-st-region        pic x(3).
       01 ws-store-sub                pic 99 value 0.

       01 ws-region-count             pic 99 value 0.
       01 ws-region-table.
           05 ws-region-entry occurs 1 to 20 times
               depending on ws-region-count
               indexed by ws-region-idx.
               10 ws-rg-code          pic x(3).
               10 ws-rg-act-sales     pic 9(9)v99.
               10 ws-rg-plan-sales    pic 9(9)v99.
               10 ws-rg-act-returns   pic 9(9)v99.
               10 ws-rg-plan-returns  pic 9(9)v99.
       01 ws-region-found             pic x value 'n'.

      *The plan, loaded once at startup.
       01 ws-plan-count               pic 9(4) value 0.
       01 ws-plan-table.
           05 ws-plan-entry occurs 1 to 2400 times
               depending on ws-plan-count
               indexed by ws-plan-idx.
               10 ws-pt-store         pic xx.
               10 ws-pt-period        pic 9(6).
               10 ws-pt-sales         pic 9(9)v99.
               10 ws-pt-returns       pic 9(9)v99.
       01 ws-plan-lookup-store        pic xx.
       01 ws-plan-lookup-period       pic 9(6).

       01 ws-report-header            pic x(44)
           value "STORE SALES PLAN VS ACTUAL".

       01 ws-period-line.
           05 filler                  pic x(16)
               value "CURRENT PERIOD: ".
           05 ws-pl-month             pic 9(6).
           05 filler                  pic x(13)
               value "   AS OF:    ".
           05 ws-pl-date              pic 9(8).

       01 ws-section-line             pic x(40).

       01 ws-column-line.
           05 filler                  pic x(40)
               value "                                  ACTUAL".
           05 filler                  pic x(50)
               value "         PLAN      VARIANCE    VAR%".

       01 ws-store-line.
           05 sl-label                pic x(6).
           05 sl-store                pic x(3).
           05 filler                  pic x(1).
           05 sl-name                 pic x(12).
           05 filler                  pic x(1).
           05 sl-measure              pic x(4).
           05 filler                  pic x(1).
           05 sl-actual               pic z(8)9.99.
           05 filler                  pic x(1).
           05 sl-plan                 pic z(8)9.99.
           05 filler                  pic x(1).
           05 sl-variance             pic +(9)9.99.
           05 filler                  pic x(1).
           05 sl-pct                  pic +(4)9.9.
           05 filler                  pic x(2).
           05 sl-flag                 pic x(10).

       procedure division.
           perform 890-get-business-date.
           perform 800-load-store-table.
           perform 805-load-sales-plan.
           perform 810-compute-periods.
           perform 820-open-ytd-file.

           open output plan-report-file.
           write plan-line from ws-report-header.
           move ws-cur-month-period to ws-pl-month.
           move ws-business-date    to ws-pl-date.
           write plan-line from ws-period-line.

           move "MONTH TO DATE:" to ws-section-line.
           perform 100-report-one-section.

           move "YEAR TO DATE:" to ws-section-line.
           perform 200-report-one-section.

           perform 900-write-audit-record.
           close ytd-file, plan-report-file.
           move 0 to return-code.
           goback.

      *One section - a sales line and a returns line per store
      *against the plan, then the regional subtotals. The month
      *section uses the 'M' buckets and the month's plan, the
      *year section the 'Y' buckets and the plan months so far.
       100-report-one-section.
           move 'M' to ws-fetch-type.
           perform 300-report-section-body.

       200-report-one-section.
           move 'Y' to ws-fetch-type.
           perform 300-report-section-body.

       300-report-section-body.
           move 0 to ws-region-count.
           move spaces to plan-line.
           write plan-line.
           write plan-line from ws-section-line.
           write plan-line from ws-column-line.
           perform 310-report-one-store
               varying ws-store-sub from 1 by 1
               until ws-store-sub > ws-store-count.
           perform 400-print-region-subtotals.

       310-report-one-store.
           move spaces to ws-fetch-region.
           string "S" delimited by size
                  ws-st-number(ws-store-sub) delimited by size
               into ws-fetch-region.
           move ws-st-number(ws-store-sub) to ws-plan-lookup-store.

           if ws-fetch-type = 'M'
               move ws-cur-month-period to ws-fetch-period
               move ws-cur-month-period to ws-plan-lookup-period
               perform 520-find-plan
           else
               move ws-cur-year-period  to ws-fetch-period
               perform 510-sum-plan-ytd-months
           end-if.
           perform 500-fetch-period-bucket.
           move ws-fetch-sales   to ws-act-sales.
           move ws-fetch-returns to ws-act-returns.

           add 1 to ws-stores-reported.
           move "STORE "                   to sl-label.
           move ws-st-number(ws-store-sub) to sl-store.
           move ws-st-name(ws-store-sub)   to sl-name.
           move "SLS"                      to sl-measure.
           move ws-act-sales               to ws-line-actual.
           move ws-plan-sales              to ws-line-plan.
           perform 700-figure-variance.
           if ws-line-plan > 0 and ws-line-actual < ws-line-plan
               move "UNDER PLAN" to sl-flag
               if ws-fetch-type = 'M'
                   add 1 to ws-stores-under-plan
               end-if
           end-if.
           write plan-line from ws-store-line.

           move spaces                     to sl-label.
           move spaces                     to sl-store.
           move spaces                     to sl-name.
           move "RET"                      to sl-measure.
           move ws-act-returns             to ws-line-actual.
           move ws-plan-returns            to ws-line-plan.
           perform 700-figure-variance.
           if ws-line-plan > 0 and ws-line-actual > ws-line-plan
               move "OVER PLAN" to sl-flag
           end-if.
           write plan-line from ws-store-line.
           perform 600-accumulate-region.

      *One keyed read per store/period - a bucket not on file
      *means no history for that slice yet and reads back zero.
       500-fetch-period-bucket.
           move ws-fetch-type   to ytd-period-type.
           move ws-fetch-period to ytd-period.
           move ws-fetch-region to ytd-region.
           read ytd-file
               invalid key
                   move 0 to ws-fetch-sales
                   move 0 to ws-fetch-returns
               not invalid key
                   compute ws-fetch-sales =
                       ytd-sales-value + ytd-layaway-value
                   move ytd-returns-value to ws-fetch-returns
           end-read.

      *The year's plan so far - January through the business
      *date's month, summed into one year-to-date target.
       510-sum-plan-ytd-months.
           move 0 to ws-sum-sales.
           move 0 to ws-sum-returns.
           perform 515-add-one-plan-month
               varying ws-month-sub from 1 by 1
               until ws-month-sub > ws-cur-month.
           move ws-sum-sales   to ws-plan-sales.
           move ws-sum-returns to ws-plan-returns.

       515-add-one-plan-month.
           compute ws-plan-lookup-period =
               (ws-cur-year * 100) + ws-month-sub.
           perform 520-find-plan.
           add ws-plan-sales   to ws-sum-sales.
           add ws-plan-returns to ws-sum-returns.

       520-find-plan.
           move 0 to ws-plan-sales.
           move 0 to ws-plan-returns.
           perform 521-match-plan
               varying ws-plan-idx from 1 by 1
               until ws-plan-idx > ws-plan-count.

       521-match-plan.
           if ws-pt-store(ws-plan-idx) = ws-plan-lookup-store
             and ws-pt-period(ws-plan-idx) = ws-plan-lookup-period
               move ws-pt-sales(ws-plan-idx)   to ws-plan-sales
               move ws-pt-returns(ws-plan-idx) to ws-plan-returns
           end-if.

      *Fold the store's figures into its region's subtotal for
      *this section.
       600-accumulate-region.
           move 'n' to ws-region-found.
           perform 610-search-region-entry
               varying ws-region-idx from 1 by 1
               until ws-region-idx > ws-region-count.
           if ws-region-found = 'n' and ws-region-count < 20
               add 1 to ws-region-count
               move ws-st-region(ws-store-sub)
                   to ws-rg-code(ws-region-count)
               move ws-act-sales
                   to ws-rg-act-sales(ws-region-count)
               move ws-plan-sales
                   to ws-rg-plan-sales(ws-region-count)
               move ws-act-returns
                   to ws-rg-act-returns(ws-region-count)
               move ws-plan-returns
                   to ws-rg-plan-returns(ws-region-count)
           end-if.

       610-search-region-entry.
           if ws-st-region(ws-store-sub) =
              ws-rg-code(ws-region-idx)
               move 'y' to ws-region-found
               add ws-act-sales    to ws-rg-act-sales(ws-region-idx)
               add ws-plan-sales   to ws-rg-plan-sales(ws-region-idx)
               add ws-act-returns  to ws-rg-act-returns(ws-region-idx)
               add ws-plan-returns
                   to ws-rg-plan-returns(ws-region-idx)
           end-if.

       400-print-region-subtotals.
           perform 410-print-one-region
               varying ws-region-idx from 1 by 1
               until ws-region-idx > ws-region-count.

       410-print-one-region.
           move "REGION"                   to sl-label.
           move ws-rg-code(ws-region-idx)  to sl-store.
           move spaces                     to sl-name.
           move "SLS"                      to sl-measure.
           move ws-rg-act-sales(ws-region-idx)  to ws-line-actual.
           move ws-rg-plan-sales(ws-region-idx) to ws-line-plan.
           perform 700-figure-variance.
           write plan-line from ws-store-line.
           move spaces                     to sl-label.
           move spaces                     to sl-store.
           move "RET"                      to sl-measure.
           move ws-rg-act-returns(ws-region-idx)  to ws-line-actual.
           move ws-rg-plan-returns(ws-region-idx) to ws-line-plan.
           perform 700-figure-variance.
           write plan-line from ws-store-line.

      *Dollar and percentage variance of actual over plan for the
      *measure line being printed - no plan set, no percentage.
       700-figure-variance.
           compute ws-line-variance = ws-line-actual - ws-line-plan.
           if ws-line-plan not = 0
               compute ws-pct-variance rounded =
                   ws-line-variance * 100 / ws-line-plan
           else
               move 0 to ws-pct-variance
           end-if.
           move ws-line-actual   to sl-actual.
           move ws-line-plan     to sl-plan.
           move ws-line-variance to sl-variance.
           move ws-pct-variance  to sl-pct.
           move spaces           to sl-flag.

      *This month and this year, keyed the way YTDROLLUP posts
      *them - the year bucket as YYYY00.
       810-compute-periods.
           compute ws-cur-month-period = ws-business-date / 100.
           compute ws-cur-year = ws-business-date / 10000.
           compute ws-cur-year-period = ws-cur-year * 100.
           divide ws-cur-month-period by 100
               giving ws-cur-year remainder ws-cur-month.

       820-open-ytd-file.
           open input ytd-file.
           if ws-ytd-status not = "00"
               display "PLANVSACT: NO YTD TOTALS FILE ON HAND"
           end-if.

      *Load the list of active stores once at startup so that
      *onboarding a store is a data file change, not a recompile.
       800-load-store-table.
           move 0 to ws-store-count.
           open input store-table-file.
           read store-table-file
               at end move high-values to store-table-rec.
           perform until store-table-rec = high-values
               add 1 to ws-store-count
               move st-store-number to ws-st-number(ws-store-count)
               move st-store-name   to ws-st-name(ws-store-count)
               move st-region       to ws-st-region(ws-store-count)
               read store-table-file
                   at end move high-values to store-table-rec
           end-perform.
           close store-table-file.

      *A missing sales-plan.dat just means no plan has been set -
      *every store then reports against a zero plan.
       805-load-sales-plan.
           move 0 to ws-plan-count.
           move 'n' to ws-eof.
           open input sales-plan-file.
           if ws-plan-status = "00"
               read sales-plan-file
                   at end move 'y' to ws-eof
               end-read
               perform 806-load-one-plan until ws-eof = 'y'
               close sales-plan-file
           else
               display "PLANVSACT: NO SALES PLAN ON HAND"
           end-if.

       806-load-one-plan.
           add 1 to ws-plan-lines-read.
           if ws-plan-count < 2400
               add 1 to ws-plan-count
               move sp-store-number to ws-pt-store(ws-plan-count)
               move sp-period       to ws-pt-period(ws-plan-count)
               move sp-sales-plan   to ws-pt-sales(ws-plan-count)
               move sp-returns-plan to ws-pt-returns(ws-plan-count)
           end-if.
           read sales-plan-file
               at end move 'y' to ws-eof.

      *Append one line to the shared audit trail recording the
      *program name, when it ran, and how many store lines it
      *reported versus stores under plan and plan lines read.
       900-write-audit-record.
           move "PLANVSACT"              to au-program-name.
           accept au-run-date            from date.
           accept au-run-time            from time.
           move ws-business-date-6       to au-business-date.
           move ws-stores-reported       to au-input-count.
           move ws-stores-under-plan     to au-output-count-1.
           move ws-plan-lines-read       to au-output-count-2.
           move 0                        to au-output-count-3.
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


       end program PLANVSACT.
