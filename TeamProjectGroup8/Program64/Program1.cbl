       identification division.
       program-id. SVCPLAN.
       author. Group8.
       date-written. 2026-10-15.
      *Description:
      *    Service plan (extended warranty) deferred revenue. A
      *    protection plan is rung as an ordinary sale of one of the
      *    plan SKUs listed in service-plan-terms.dat with its term
      *    in months. Each plan sold tonight goes on the service
      *    plan master keyed on its invoice and plan SKU, tied to
      *    the product rung on the same ticket, and its price is
      *    spread over a deferred revenue schedule - one line per
      *    month of the term, released on the last day of each
      *    calendar month starting with the month of sale, the odd
      *    cents on the last line. Every night the schedule lines
      *    come due are released, and a plan whose last line is
      *    released is marked expired. Cancellations keyed by
      *    customer service on plan-cancellations.dat refund pro
      *    rata - the schedule lines not yet earned at the cancel
      *    date are reversed and their total refunded, plus the tax
      *    charged on it. Each deferral, release and cancellation
      *    is written to service-plan-postings.dat under the
      *    business date for GLEXTRACT to post: the sale's revenue
      *    moved to deferred revenue, each month moved back out to
      *    service plan revenue, and the unearned part of a
      *    cancelled plan paid back through the refund tender. The
      *    report shows tonight's plans, releases by store,
      *    cancellations, and the deferred balance still owed on
      *    active plans, which ties to the deferred revenue account.

       environment division.
       input-output section.
       file-control.
           select sales-input-file
               assign to "../../data/SalesRecords_out.dat"
               organization is line sequential
               file status is ws-sales-status.

           select plan-term-file
               assign to "../../data/service-plan-terms.dat"
               organization is line sequential
               file status is ws-term-status.

           select plan-master-file
               assign to "../../data/service-plan-master.dat"
               organization is indexed
               access mode is dynamic
               record key is pm-plan-key
               file status is ws-plan-status.

           select schedule-file
               assign to "../../data/deferred-revenue-schedule.dat"
               organization is indexed
               access mode is dynamic
               record key is ds-key
               alternate record key is ds-release-key
                   with duplicates
               file status is ws-schedule-status.

           select cancel-file
               assign to "../../data/plan-cancellations.dat"
               organization is line sequential
               file status is ws-cancel-status.

           select posting-file
               assign to "../../data/service-plan-postings.dat"
               organization is line sequential
               file status is ws-posting-status.

           select plan-report-file
               assign to "../../data/program-64-svcplan.out"
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

      *One line per plan SKU - the SKU the plan is rung under and
      *the months it runs.
       fd plan-term-file
           record contains 18 characters
           data record is plan-term-rec.

       01 plan-term-rec.
           05 pt-plan-sku             pic x(15).
           05 pt-term-months          pic 999.

      *One record per plan sold, keyed on the invoice it was rung
      *on and the plan SKU - the product it covers, the term, the
      *price, what has been released to revenue so far, and where
      *the plan stands: 'A' active, 'C' cancelled, 'E' expired
      *with the whole price earned.
       fd plan-master-file
           data record is plan-master-rec.

       01 plan-master-rec.
           05 pm-plan-key.
               10 pm-invoice-number   pic x(9).
               10 pm-plan-sku         pic x(15).
           05 pm-store-number         pic xx.
           05 pm-product-sku          pic x(15).
           05 pm-customer-id          pic x(6).
           05 pm-sale-date            pic 9(8).
           05 pm-term-months          pic 999.
           05 pm-end-date             pic 9(8).
           05 pm-price                pic 9(5)v99.
           05 pm-payment-type         pic xx.
           05 pm-tax-exempt           pic x.
           05 pm-released             pic 9(5)v99.
           05 pm-status               pic x.
               88 88-pm-active        value 'A'.
               88 88-pm-cancelled     value 'C'.
               88 88-pm-expired       value 'E'.
           05 pm-cancel-date          pic 9(8).
           05 pm-refund-amount        pic 9(5)v99.

      *The deferred revenue schedule - one line per plan per month
      *of its term, keyed on the plan and line number, with a
      *second key on status and release date so the lines come
      *due are found without reading the whole schedule. 'P'
      *pending, 'R' released to revenue, 'X' reversed when the
      *plan was cancelled.
       fd schedule-file
           data record is schedule-rec.

       01 schedule-rec.
           05 ds-key.
               10 ds-invoice-number   pic x(9).
               10 ds-plan-sku         pic x(15).
               10 ds-line-number      pic 999.
           05 ds-release-key.
               10 ds-status           pic x.
                   88 88-ds-pending   value 'P'.
                   88 88-ds-released  value 'R'.
                   88 88-ds-reversed  value 'X'.
               10 ds-release-date     pic 9(8).
           05 ds-store-number         pic xx.
           05 ds-amount               pic 9(5)v99.
           05 ds-posted-date          pic 9(8).

      *Plan cancellations keyed by customer service - the plan,
      *the day the customer cancelled (zero for today), and the
      *tender to refund to (blank for the one the plan was paid
      *with).
       fd cancel-file
           record contains 34 characters
           data record is cancel-rec.

       01 cancel-rec.
           05 pc-invoice-number       pic x(9).
           05 pc-plan-sku             pic x(15).
           05 pc-cancel-date          pic 9(8).
           05 pc-refund-tender        pic xx.

      *Deferrals, releases and cancellations, appended night after
      *night under the business date - GLEXTRACT posts the ones
      *dated today. 'D' a plan sold, deferred; 'R' a month
      *released; 'U' a release taken back by a back-dated
      *cancellation; 'C' a cancellation refunded. The sale date
      *and exempt flag let the refund's tax be worked out at the
      *rate the plan was sold at.
       fd posting-file
           record contains 55 characters
           data record is posting-rec.

       01 posting-rec.
           05 sv-store-number         pic xx.
           05 sv-post-date            pic 9(8).
           05 sv-posting-type         pic x.
           05 sv-invoice-number       pic x(9).
           05 sv-plan-sku             pic x(15).
           05 sv-sale-date            pic 9(8).
           05 sv-tender               pic xx.
           05 sv-tax-exempt           pic x.
           05 sv-amount               pic 9(7)v99.

       fd plan-report-file
           data record is plan-line
           record contains 100 characters.

       01 plan-line                   pic x(100).

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
       01 ws-eof                      pic x value 'n'.
       01 ws-sales-status             pic xx.
       01 ws-term-status              pic xx.
       01 ws-plan-status              pic xx.
       01 ws-schedule-status          pic xx.
       01 ws-cancel-status            pic xx.
       01 ws-posting-status           pic xx.
       01 ws-plan-found               pic x value 'n'.
       01 ws-cancel-ok                pic x value 'n'.

       01 ws-sales-read               pic 9(7) value 0.
       01 ws-plans-sold               pic 9(7) value 0.
       01 ws-deferred-today           pic 9(9)v99 value 0.
       01 ws-lines-released           pic 9(7) value 0.
       01 ws-released-today           pic 9(9)v99 value 0.
       01 ws-plans-expired            pic 9(7) value 0.
       01 ws-cancels-read             pic 9(7) value 0.
       01 ws-cancels-applied          pic 9(7) value 0.
       01 ws-cancels-refused          pic 9(7) value 0.
       01 ws-refunded-today           pic 9(9)v99 value 0.
       01 ws-active-plans             pic 9(7) value 0.
       01 ws-deferred-balance         pic 9(9)v99 value 0.

      *The plan SKUs and their terms, loaded at startup.
       01 ws-term-count               pic 999 value 0.
       01 ws-term-table.
           05 ws-term-entry occurs 1 to 100 times
               depending on ws-term-count
               indexed by ws-term-idx.
               10 ws-tm-plan-sku      pic x(15).
               10 ws-tm-months        pic 999.
       01 ws-term-match               pic 999 value 0.

      *Plans rung tonight, gathered off the sales file. Lines of one
      *ticket share its invoice, so two of the same plan on one
      *ticket are one plan at the combined price, and the first
      *line on the ticket that is not a plan is the product it
      *covers.
       01 ws-new-count                pic 9(4) value 0.
       01 ws-new-table.
           05 ws-new-entry occurs 1 to 2000 times
               depending on ws-new-count
               indexed by ws-new-idx.
               10 ws-np-invoice       pic x(9).
               10 ws-np-plan-sku      pic x(15).
               10 ws-np-store         pic xx.
               10 ws-np-product-sku   pic x(15).
               10 ws-np-customer-id   pic x(6).
               10 ws-np-sale-date     pic 9(8).
               10 ws-np-term          pic 999.
               10 ws-np-price         pic 9(5)v99.
               10 ws-np-payment-type  pic xx.
               10 ws-np-tax-exempt    pic x.
       01 ws-new-match                pic 9(4) value 0.
       01 ws-new-sub                  pic 9(4) value 0.

      *The schedule lines come due tonight, gathered off the
      *release key before any is rewritten - rewriting a line
      *moves it on that key. A night with more than the table
      *holds releases the rest the next night.
       01 ws-hold-count               pic 9(5) value 0.
       01 ws-hold-table.
           05 ws-hold-entry occurs 1 to 50000 times
               depending on ws-hold-count
               indexed by ws-hold-idx  pic x(27).
       01 ws-hold-full                pic x value 'n'.

      *Releases tonight per store.
       01 ws-rel-count                pic 999 value 0.
       01 ws-rel-table.
           05 ws-rel-entry occurs 1 to 100 times
               depending on ws-rel-count
               indexed by ws-rel-idx.
               10 ws-rl-store         pic xx.
               10 ws-rl-lines         pic 9(7).
               10 ws-rl-amount        pic 9(9)v99.
       01 ws-rel-found                pic x value 'n'.
       01 ws-rel-match                pic 999 value 0.

      *Schedule building - the month-end of each month of the term
      *worked out from the sale date, and the monthly share of the
      *price with the odd cents held back for the last line.
       01 ws-line-sub                 pic 999 value 0.
       01 ws-line-amount              pic 9(5)v99 value 0.
       01 ws-last-amount              pic 9(5)v99 value 0.
       01 ws-work-date                pic 9(8) value 0.
       01 ws-work-date-x redefines ws-work-date.
           05 ws-wd-year              pic 9(4).
           05 ws-wd-month             pic 99.
           05 ws-wd-day               pic 99.
       01 ws-month-index              pic 9(6) value 0.
       01 ws-month-zero               pic 99 value 0.
       01 ws-me-year                  pic 9(4) value 0.
       01 ws-me-month                 pic 99 value 0.
       01 ws-me-date                  pic 9(8) value 0.
       01 ws-me-date-x redefines ws-me-date.
           05 ws-me-yyyy              pic 9(4).
           05 ws-me-mm                pic 99.
           05 ws-me-dd                pic 99.
       01 ws-leap-quotient            pic 9(4) value 0.
       01 ws-leap-rem-4               pic 9(3) value 0.
       01 ws-leap-rem-100             pic 9(3) value 0.
       01 ws-leap-rem-400             pic 9(3) value 0.
       01 ws-month-days-list          pic x(24)
           value "312831303130313130313031".
       01 ws-month-days-r redefines ws-month-days-list.
           05 ws-month-days           pic 99 occurs 12 times.

      *The cancellation being worked.
       01 ws-cancel-date              pic 9(8) value 0.
       01 ws-refund-tender            pic xx.
       01 ws-refund-amount            pic 9(5)v99 value 0.
       01 ws-unreleased-amount        pic 9(5)v99 value 0.
       01 ws-lines-reversed           pic 999 value 0.
       01 ws-months-used              pic 999 value 0.

       01 ws-report-header.
           05 filler                  pic x(40)
               value "SERVICE PLAN DEFERRED REVENUE".
           05 filler                  pic x(9) value "AS OF:".
           05 ws-rh-date              pic 9(8).

       01 ws-section-line             pic x(60).

       01 ws-sold-header.
           05 filler                  pic x(10) value "INVOICE".
           05 filler                  pic x(3)  value "ST".
           05 filler                  pic x(16) value "PLAN SKU".
           05 filler                  pic x(16) value "PRODUCT SKU".
           05 filler                  pic x(5)  value "TERM".
           05 filler                  pic x(11) value "     PRICE".
           05 filler                  pic x(10) value "ENDS".
           05 filler                  pic x(6)  value "RESULT".

       01 ws-sold-line.
           05 sl-invoice              pic x(9).
           05 filler                  pic x value space.
           05 sl-store                pic xx.
           05 filler                  pic x value space.
           05 sl-plan-sku             pic x(15).
           05 filler                  pic x value space.
           05 sl-product-sku          pic x(15).
           05 filler                  pic x value space.
           05 sl-term                 pic zz9.
           05 filler                  pic xx value spaces.
           05 sl-price                pic $(5)9.99.
           05 filler                  pic x value space.
           05 sl-end-date             pic 9(8).
           05 filler                  pic xx value spaces.
           05 sl-result               pic x(28).

       01 ws-release-header.
           05 filler                  pic x(7)  value "STORE".
           05 filler                  pic x(9)  value "   LINES".
           05 filler                  pic x(14) value "      RELEASED".

       01 ws-release-line.
           05 rl-store                pic xx.
           05 filler                  pic x(5) value spaces.
           05 rl-lines                pic z(7)9.
           05 filler                  pic x value space.
           05 rl-amount               pic $(9)9.99.

       01 ws-cancel-header.
           05 filler                  pic x(10) value "INVOICE".
           05 filler                  pic x(16) value "PLAN SKU".
           05 filler                  pic x(10) value "CANCELLED".
           05 filler                  pic x(9)  value "USED/TRM".
           05 filler                  pic x(11) value "    REFUND".
           05 filler                  pic x(6)  value "RESULT".

       01 ws-cancel-line.
           05 cl-invoice              pic x(9).
           05 filler                  pic x value space.
           05 cl-plan-sku             pic x(15).
           05 filler                  pic x value space.
           05 cl-cancel-date          pic 9(8).
           05 filler                  pic xx value spaces.
           05 cl-used                 pic zz9.
           05 filler                  pic x value "/".
           05 cl-term                 pic zz9.
           05 filler                  pic x value space.
           05 cl-refund               pic $(5)9.99.
           05 filler                  pic x value space.
           05 cl-result               pic x(40).

       01 ws-none-line                pic x(40)
           value "  NONE".

       01 ws-summary-line.
           05 ws-sml-label            pic x(34).
           05 ws-sml-count            pic z(6)9.

       01 ws-value-line.
           05 ws-vl-label             pic x(34).
           05 ws-vl-value             pic $(9)9.99.

       procedure division.
           perform 890-get-business-date.
           perform 800-load-plan-terms.
           perform 810-open-files.

           open output plan-report-file.
           move ws-business-date to ws-rh-date.
           write plan-line from ws-report-header.

           perform 100-record-new-plans.
           perform 300-release-due-lines.
           perform 400-apply-cancellations.
           perform 500-total-active-plans.
           perform 600-print-summary.
           perform 900-write-audit-record.

           close plan-master-file, schedule-file, posting-file.
           close plan-report-file.
           move 0 to return-code.
           goback.

      *Tonight's plan sales, gathered in one pass and matched to
      *the products on their tickets in a second, then put on the
      *master with their schedules. A plan already on the master
      *is from a rerun of the night and is left alone.
       100-record-new-plans.
           move spaces to plan-line.
           write plan-line.
           move "SERVICE PLANS SOLD:" to ws-section-line.
           write plan-line from ws-section-line.
           write plan-line from ws-sold-header.
           move 0 to ws-new-count.
           move 'n' to ws-eof.
           open input sales-input-file.
           if ws-sales-status not = "00"
               move 'y' to ws-eof
           else
               read sales-input-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 110-gather-one-sale until ws-eof = 'y'.
           if ws-sales-status = "00" or ws-sales-status = "10"
               close sales-input-file
           end-if.
           if ws-new-count > 0
               perform 120-match-products
               perform 130-record-one-plan
                   varying ws-new-sub from 1 by 1
                   until ws-new-sub > ws-new-count
           end-if.
           if ws-new-count = 0
               write plan-line from ws-none-line
           end-if.

       110-gather-one-sale.
           add 1 to ws-sales-read.
           if si-trans-code = 'S'
               perform 700-find-plan-term
               if ws-term-match > 0
                   perform 111-add-new-plan
               end-if
           end-if.
           read sales-input-file
               at end move 'y' to ws-eof.

       111-add-new-plan.
           perform 112-find-new-plan.
           if ws-new-match = 0 and ws-new-count < 2000
               add 1 to ws-new-count
               move ws-new-count       to ws-new-match
               move si-invoice-number  to ws-np-invoice(ws-new-match)
               move si-sku-code        to ws-np-plan-sku(ws-new-match)
               move si-store-number    to ws-np-store(ws-new-match)
               move spaces to ws-np-product-sku(ws-new-match)
               move si-customer-id to ws-np-customer-id(ws-new-match)
               move si-trans-date  to ws-np-sale-date(ws-new-match)
               move ws-tm-months(ws-term-match)
                   to ws-np-term(ws-new-match)
               move 0 to ws-np-price(ws-new-match)
               move si-payment-type
                   to ws-np-payment-type(ws-new-match)
               move si-tax-exempt to ws-np-tax-exempt(ws-new-match)
           end-if.
           if ws-new-match > 0
               add si-trans-amount to ws-np-price(ws-new-match)
           end-if.

       112-find-new-plan.
           move 0 to ws-new-match.
           perform 113-match-new-plan
               varying ws-new-idx from 1 by 1
               until ws-new-idx > ws-new-count
                  or ws-new-match > 0.

       113-match-new-plan.
           if ws-np-invoice(ws-new-idx) = si-invoice-number
             and ws-np-plan-sku(ws-new-idx) = si-sku-code
               set ws-new-match to ws-new-idx
           end-if.

       120-match-products.
           move 'n' to ws-eof.
           open input sales-input-file.
           read sales-input-file
               at end move 'y' to ws-eof.
           perform 121-match-one-product until ws-eof = 'y'.
           close sales-input-file.

       121-match-one-product.
           perform 700-find-plan-term.
           if ws-term-match = 0
               perform 122-fill-product
                   varying ws-new-idx from 1 by 1
                   until ws-new-idx > ws-new-count
           end-if.
           read sales-input-file
               at end move 'y' to ws-eof.

       122-fill-product.
           if ws-np-invoice(ws-new-idx) = si-invoice-number
             and ws-np-product-sku(ws-new-idx) = spaces
               move si-sku-code to ws-np-product-sku(ws-new-idx)
           end-if.

       130-record-one-plan.
           move ws-np-invoice(ws-new-sub)     to sl-invoice.
           move ws-np-store(ws-new-sub)       to sl-store.
           move ws-np-plan-sku(ws-new-sub)    to sl-plan-sku.
           move ws-np-product-sku(ws-new-sub) to sl-product-sku.
           move ws-np-term(ws-new-sub)        to sl-term.
           move ws-np-price(ws-new-sub)       to sl-price.
           move ws-np-invoice(ws-new-sub)     to pm-invoice-number.
           move ws-np-plan-sku(ws-new-sub)    to pm-plan-sku.
           read plan-master-file
               invalid key move 'n' to ws-plan-found
               not invalid key move 'y' to ws-plan-found
           end-read.
           if ws-plan-found = 'y'
               move pm-end-date to sl-end-date
               move "ALREADY ON FILE - LEFT AS IS" to sl-result
           else
               perform 140-build-plan
               move pm-end-date to sl-end-date
               move "DEFERRED" to sl-result
           end-if.
           write plan-line from ws-sold-line.

      *The plan record, its schedule, and the deferral of its whole
      *price.
       140-build-plan.
           move ws-np-invoice(ws-new-sub)      to pm-invoice-number.
           move ws-np-plan-sku(ws-new-sub)     to pm-plan-sku.
           move ws-np-store(ws-new-sub)        to pm-store-number.
           move ws-np-product-sku(ws-new-sub)  to pm-product-sku.
           move ws-np-customer-id(ws-new-sub)  to pm-customer-id.
           move ws-np-sale-date(ws-new-sub)    to pm-sale-date.
           move ws-np-term(ws-new-sub)         to pm-term-months.
           move ws-np-price(ws-new-sub)        to pm-price.
           move ws-np-payment-type(ws-new-sub) to pm-payment-type.
           move ws-np-tax-exempt(ws-new-sub)   to pm-tax-exempt.
           move 0   to pm-released.
           move 'A' to pm-status.
           move 0   to pm-cancel-date.
           move 0   to pm-refund-amount.
           if pm-term-months = 0
               move 1 to pm-term-months
           end-if.
           compute ws-line-amount = pm-price / pm-term-months.
           compute ws-last-amount = pm-price
               - (ws-line-amount * (pm-term-months - 1)).
           move pm-sale-date to ws-work-date.
           perform 150-write-one-schedule-line
               varying ws-line-sub from 1 by 1
               until ws-line-sub > pm-term-months.
           move ws-me-date to pm-end-date.
           write plan-master-rec
               invalid key continue
           end-write.
           add 1 to ws-plans-sold.
           add pm-price to ws-deferred-today.
           move 'D' to sv-posting-type.
           move pm-price to sv-amount.
           move pm-payment-type to sv-tender.
           perform 710-write-posting.

       150-write-one-schedule-line.
           perform 720-compute-month-end.
           move pm-invoice-number to ds-invoice-number.
           move pm-plan-sku       to ds-plan-sku.
           move ws-line-sub       to ds-line-number.
           move 'P'               to ds-status.
           move ws-me-date        to ds-release-date.
           move pm-store-number   to ds-store-number.
           if ws-line-sub = pm-term-months
               move ws-last-amount to ds-amount
           else
               move ws-line-amount to ds-amount
           end-if.
           move 0 to ds-posted-date.
           write schedule-rec
               invalid key continue
           end-write.

      *Every pending line due on or before the business date is
      *released, the month's share moved to revenue. Catches up on
      *its own after a missed night.
       300-release-due-lines.
           move 0 to ws-hold-count.
           move 'n' to ws-eof.
           move 'P' to ds-status.
           move 0   to ds-release-date.
           start schedule-file key >= ds-release-key
               invalid key move 'y' to ws-eof
           end-start.
           perform 310-hold-next-due-line until ws-eof = 'y'.
           perform 320-release-one-line
               varying ws-hold-idx from 1 by 1
               until ws-hold-idx > ws-hold-count.
           move spaces to plan-line.
           write plan-line.
           move "REVENUE RELEASED BY STORE:" to ws-section-line.
           write plan-line from ws-section-line.
           write plan-line from ws-release-header.
           perform 330-print-one-store
               varying ws-rel-idx from 1 by 1
               until ws-rel-idx > ws-rel-count.
           if ws-rel-count = 0
               write plan-line from ws-none-line
           end-if.

       310-hold-next-due-line.
           read schedule-file next record
               at end move 'y' to ws-eof
           end-read.
           if ws-eof = 'n'
               if not 88-ds-pending
                 or ds-release-date > ws-business-date
                 or ws-hold-count >= 50000
                   move 'y' to ws-eof
               else
                   add 1 to ws-hold-count
                   move ds-key to ws-hold-entry(ws-hold-count)
               end-if
           end-if.

       320-release-one-line.
           move ws-hold-entry(ws-hold-idx) to ds-key.
           read schedule-file
               invalid key move spaces to ds-status
           end-read.
           if ws-schedule-status = "00" and 88-ds-pending
               move 'R' to ds-status
               move ws-business-date to ds-posted-date
               rewrite schedule-rec
                   invalid key continue
               end-rewrite
               add 1 to ws-lines-released
               add ds-amount to ws-released-today
               perform 321-tally-store-release
               perform 322-update-plan-released
           end-if.

       321-tally-store-release.
           move 'n' to ws-rel-found.
           perform 323-match-store-release
               varying ws-rel-idx from 1 by 1
               until ws-rel-idx > ws-rel-count
                  or ws-rel-found = 'y'.
           if ws-rel-found = 'n' and ws-rel-count < 100
               add 1 to ws-rel-count
               move ws-rel-count to ws-rel-match
               move ds-store-number to ws-rl-store(ws-rel-match)
               move 0 to ws-rl-lines(ws-rel-match)
               move 0 to ws-rl-amount(ws-rel-match)
               move 'y' to ws-rel-found
           end-if.
           if ws-rel-found = 'y'
               add 1 to ws-rl-lines(ws-rel-match)
               add ds-amount to ws-rl-amount(ws-rel-match)
           end-if.

       323-match-store-release.
           if ws-rl-store(ws-rel-idx) = ds-store-number
               move 'y' to ws-rel-found
               set ws-rel-match to ws-rel-idx
           end-if.

      *The plan carries what has been earned so far; its last line
      *released earns the whole price and the plan expires.
       322-update-plan-released.
           move ds-invoice-number to pm-invoice-number.
           move ds-plan-sku       to pm-plan-sku.
           read plan-master-file
               invalid key move 'n' to ws-plan-found
               not invalid key move 'y' to ws-plan-found
           end-read.
           if ws-plan-found = 'y'
               add ds-amount to pm-released
               if ds-line-number >= pm-term-months
                 and 88-pm-active
                   move 'E' to pm-status
                   add 1 to ws-plans-expired
               end-if
               rewrite plan-master-rec
                   invalid key continue
               end-rewrite
               move 'R' to sv-posting-type
               move ds-amount to sv-amount
               move spaces to sv-tender
               perform 710-write-posting
           end-if.

       330-print-one-store.
           move ws-rl-store(ws-rel-idx)  to rl-store.
           move ws-rl-lines(ws-rel-idx)  to rl-lines.
           move ws-rl-amount(ws-rel-idx) to rl-amount.
           write plan-line from ws-release-line.

      *A cancellation needs an active plan, a cancel date no later
      *than tonight and no earlier than the sale, and a cash or card
      *tender the refund can go back through - house account, gift
      *card, points and prepaid balances are kept by their own
      *ledgers, which never see these postings. The lines not yet
      *earned at the cancel date are reversed - any released after
      *it are taken back out of revenue first - and their total is
      *the refund.
       400-apply-cancellations.
           move spaces to plan-line.
           write plan-line.
           move "PLAN CANCELLATIONS:" to ws-section-line.
           write plan-line from ws-section-line.
           move 'n' to ws-eof.
           open input cancel-file.
           if ws-cancel-status not = "00"
               write plan-line from ws-none-line
               move 'y' to ws-eof
           else
               write plan-line from ws-cancel-header
               read cancel-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 410-apply-one-cancellation until ws-eof = 'y'.
           if ws-cancel-status = "00" or ws-cancel-status = "10"
               close cancel-file
           end-if.

       410-apply-one-cancellation.
           add 1 to ws-cancels-read.
           move pc-invoice-number to cl-invoice.
           move pc-plan-sku       to cl-plan-sku.
           move 0 to cl-used.
           move 0 to cl-term.
           move 0 to cl-refund.
           if pc-cancel-date is numeric and pc-cancel-date > 0
               move pc-cancel-date to ws-cancel-date
           else
               move ws-business-date to ws-cancel-date
           end-if.
           move ws-cancel-date to cl-cancel-date.
           move pc-invoice-number to pm-invoice-number.
           move pc-plan-sku       to pm-plan-sku.
           read plan-master-file
               invalid key move 'n' to ws-plan-found
               not invalid key move 'y' to ws-plan-found
           end-read.
           perform 420-check-cancellation.
           if ws-cancel-ok = 'y'
               perform 430-reverse-unearned-lines
               move 'C' to pm-status
               move ws-cancel-date to pm-cancel-date
               move ws-refund-amount to pm-refund-amount
               rewrite plan-master-rec
                   invalid key continue
               end-rewrite
               move 'C' to sv-posting-type
               move ws-refund-amount to sv-amount
               move ws-refund-tender to sv-tender
               perform 710-write-posting
               add 1 to ws-cancels-applied
               add ws-refund-amount to ws-refunded-today
               compute ws-months-used =
                   pm-term-months - ws-lines-reversed
               move ws-months-used   to cl-used
               move pm-term-months   to cl-term
               move ws-refund-amount to cl-refund
               move "CANCELLED - REFUNDED PRO RATA PLUS TAX"
                   to cl-result
           else
               add 1 to ws-cancels-refused
           end-if.
           write plan-line from ws-cancel-line.
           read cancel-file
               at end move 'y' to ws-eof.

       420-check-cancellation.
           move 'n' to ws-cancel-ok.
           if pc-refund-tender = spaces and ws-plan-found = 'y'
               move pm-payment-type to ws-refund-tender
           else
               move pc-refund-tender to ws-refund-tender
           end-if.
           if ws-plan-found = 'n'
               move "REFUSED - NO SUCH PLAN ON FILE" to cl-result
           else
           if not 88-pm-active
               move "REFUSED - PLAN NOT ACTIVE" to cl-result
           else
           if ws-cancel-date > ws-business-date
               move "REFUSED - CANCEL DATE AFTER TONIGHT"
                   to cl-result
           else
           if ws-cancel-date < pm-sale-date
               move "REFUSED - CANCEL DATE BEFORE THE SALE"
                   to cl-result
           else
           if ws-refund-tender = "SP"
               move "REFUSED - SPLIT SALE, NAME A TENDER"
                   to cl-result
           else
           if ws-refund-tender not = "CA"
             and ws-refund-tender not = "CR"
             and ws-refund-tender not = "DB"
               move "REFUSED - REFUND TO CASH OR CARD ONLY"
                   to cl-result
           else
               move 'y' to ws-cancel-ok
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

       430-reverse-unearned-lines.
           move 0 to ws-refund-amount.
           move 0 to ws-lines-reversed.
           move 0 to ws-hold-count.
           move 'n' to ws-eof.
           move pm-invoice-number to ds-invoice-number.
           move pm-plan-sku       to ds-plan-sku.
           move 0                 to ds-line-number.
           start schedule-file key >= ds-key
               invalid key move 'y' to ws-eof
           end-start.
           perform 431-hold-next-plan-line until ws-eof = 'y'.
      *The hold table is shared with the release pass, and ws-eof
      *with the cancellation file being read.
           move 'n' to ws-eof.
           perform 432-reverse-one-line
               varying ws-hold-idx from 1 by 1
               until ws-hold-idx > ws-hold-count.

       431-hold-next-plan-line.
           read schedule-file next record
               at end move 'y' to ws-eof
           end-read.
           if ws-eof = 'n'
               if ds-invoice-number not = pm-invoice-number
                 or ds-plan-sku not = pm-plan-sku
                 or ws-hold-count >= 50000
                   move 'y' to ws-eof
               else
                   if ds-release-date > ws-cancel-date
                     and not 88-ds-reversed
                       add 1 to ws-hold-count
                       move ds-key to ws-hold-entry(ws-hold-count)
                   end-if
               end-if
           end-if.

      *A line already released after the cancel date is taken back
      *out of revenue before it is refunded.
       432-reverse-one-line.
           move ws-hold-entry(ws-hold-idx) to ds-key.
           read schedule-file
               invalid key move 'X' to ds-status
           end-read.
           if ws-schedule-status = "00" and not 88-ds-reversed
               if 88-ds-released
                   subtract ds-amount from pm-released
                   move 'U' to sv-posting-type
                   move ds-amount to sv-amount
                   move spaces to sv-tender
                   perform 710-write-posting
               end-if
               move 'X' to ds-status
               move ws-business-date to ds-posted-date
               rewrite schedule-rec
                   invalid key continue
               end-rewrite
               add ds-amount to ws-refund-amount
               add 1 to ws-lines-reversed
           end-if.

      *What is still owed on active plans - the price less what
      *has been released - which ties to the deferred revenue
      *account once tonight's journal is posted.
       500-total-active-plans.
           move 'n' to ws-eof.
           move low-values to pm-plan-key.
           start plan-master-file key >= pm-plan-key
               invalid key move 'y' to ws-eof
           end-start.
           perform 510-total-one-plan until ws-eof = 'y'.

       510-total-one-plan.
           read plan-master-file next record
               at end move 'y' to ws-eof
           end-read.
           if ws-eof = 'n' and 88-pm-active
               add 1 to ws-active-plans
               compute ws-deferred-balance = ws-deferred-balance
                   + pm-price - pm-released
           end-if.

       600-print-summary.
           move spaces to plan-line.
           write plan-line.
           move "SALES LINES READ:"               to ws-sml-label.
           move ws-sales-read                     to ws-sml-count.
           write plan-line from ws-summary-line.
           move "PLANS SOLD AND DEFERRED:"        to ws-sml-label.
           move ws-plans-sold                     to ws-sml-count.
           write plan-line from ws-summary-line.
           move "DEFERRED TONIGHT:"               to ws-vl-label.
           move ws-deferred-today                 to ws-vl-value.
           write plan-line from ws-value-line.
           move "SCHEDULE LINES RELEASED:"        to ws-sml-label.
           move ws-lines-released                 to ws-sml-count.
           write plan-line from ws-summary-line.
           move "RELEASED TO REVENUE TONIGHT:"    to ws-vl-label.
           move ws-released-today                 to ws-vl-value.
           write plan-line from ws-value-line.
           move "PLANS EXPIRED, FULLY EARNED:"    to ws-sml-label.
           move ws-plans-expired                  to ws-sml-count.
           write plan-line from ws-summary-line.
           move "CANCELLATIONS READ:"             to ws-sml-label.
           move ws-cancels-read                   to ws-sml-count.
           write plan-line from ws-summary-line.
           move "CANCELLATIONS APPLIED:"          to ws-sml-label.
           move ws-cancels-applied                to ws-sml-count.
           write plan-line from ws-summary-line.
           move "CANCELLATIONS REFUSED:"          to ws-sml-label.
           move ws-cancels-refused                to ws-sml-count.
           write plan-line from ws-summary-line.
           move "REFUNDED BEFORE TAX:"            to ws-vl-label.
           move ws-refunded-today                 to ws-vl-value.
           write plan-line from ws-value-line.
           move "ACTIVE PLANS:"                   to ws-sml-label.
           move ws-active-plans                   to ws-sml-count.
           write plan-line from ws-summary-line.
           move "DEFERRED REVENUE OUTSTANDING:"   to ws-vl-label.
           move ws-deferred-balance               to ws-vl-value.
           write plan-line from ws-value-line.

      *Is si-sku-code a plan SKU? ws-term-match points at its term
      *entry, or is zero.
       700-find-plan-term.
           move 0 to ws-term-match.
           perform 701-match-plan-term
               varying ws-term-idx from 1 by 1
               until ws-term-idx > ws-term-count
                  or ws-term-match > 0.

       701-match-plan-term.
           if ws-tm-plan-sku(ws-term-idx) = si-sku-code
               set ws-term-match to ws-term-idx
           end-if.

      *One posting line for the plan in plan-master-rec, under the
      *business date; the caller sets the type, amount and tender.
       710-write-posting.
           move pm-store-number   to sv-store-number.
           move ws-business-date  to sv-post-date.
           move pm-invoice-number to sv-invoice-number.
           move pm-plan-sku       to sv-plan-sku.
           move pm-sale-date      to sv-sale-date.
           move pm-tax-exempt     to sv-tax-exempt.
           write posting-rec.

      *The last day of month ws-line-sub of the term, counting the
      *month of the sale in ws-work-date as month one.
       720-compute-month-end.
           compute ws-month-index = (ws-wd-year * 12)
               + (ws-wd-month - 1) + (ws-line-sub - 1).
           divide ws-month-index by 12
               giving ws-me-year remainder ws-month-zero.
           compute ws-me-month = ws-month-zero + 1.
           move ws-me-year  to ws-me-yyyy.
           move ws-me-month to ws-me-mm.
           move ws-month-days(ws-me-month) to ws-me-dd.
           if ws-me-month = 2
               divide ws-me-year by 4
                   giving ws-leap-quotient remainder ws-leap-rem-4
               divide ws-me-year by 100
                   giving ws-leap-quotient remainder ws-leap-rem-100
               divide ws-me-year by 400
                   giving ws-leap-quotient remainder ws-leap-rem-400
               if ws-leap-rem-4 = 0
                 and (ws-leap-rem-100 not = 0 or ws-leap-rem-400 = 0)
                   move 29 to ws-me-dd
               end-if
           end-if.

      *Load the plan SKUs and their terms once at startup.
       800-load-plan-terms.
           move 0 to ws-term-count.
           open input plan-term-file.
           if ws-term-status = "00"
               read plan-term-file
                   at end move high-values to plan-term-rec
               end-read
               perform until plan-term-rec = high-values
                   if ws-term-count < 100
                       add 1 to ws-term-count
                       move pt-plan-sku
                           to ws-tm-plan-sku(ws-term-count)
                       move pt-term-months
                           to ws-tm-months(ws-term-count)
                   end-if
                   read plan-term-file
                       at end move high-values to plan-term-rec
                   end-read
               end-perform
               close plan-term-file
           end-if.

      *Open the plan master and schedule for update, creating them
      *empty on the very first run, and the posting file for
      *append.
       810-open-files.
           open i-o plan-master-file.
           if ws-plan-status not equal to "00"
               open output plan-master-file
               close plan-master-file
               open i-o plan-master-file
           end-if.
           open i-o schedule-file.
           if ws-schedule-status not equal to "00"
               open output schedule-file
               close schedule-file
               open i-o schedule-file
           end-if.
           open extend posting-file.
           if ws-posting-status not = "00"
               open output posting-file
           end-if.

      *Append one line to the shared audit trail recording the
      *program name, when it ran, how many sales lines it read,
      *and the plans deferred, lines released and cancellations.
       900-write-audit-record.
           move "SVCPLAN"                to au-program-name.
           accept au-run-date            from date.
           accept au-run-time            from time.
           move ws-business-date-6       to au-business-date.
           move ws-sales-read            to au-input-count.
           move ws-plans-sold            to au-output-count-1.
           move ws-lines-released        to au-output-count-2.
           move ws-cancels-applied       to au-output-count-3.
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

       end program SVCPLAN.
