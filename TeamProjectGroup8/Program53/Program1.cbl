       identification division.
       program-id. LOSSPREV.
       author. Group8.
       date-written. 2026-10-15.
      *Description:
      *    Nightly return-fraud and loss-prevention analytics. Reads
      *    tonight's returns, the void activity report Program2
      *    writes, and the original sales on the indexed master,
      *    and opens a case for:
      *      - a cashier whose return-to-sales rate or void count
      *        is well above the rest of their store,
      *      - a customer who has returned goods at several stores
      *        inside a short window,
      *      - a cashier refunding a sale they rang themselves,
      *      - a cashier refunding to a different tender than the
      *        original sale was paid with.
      *    Cases are ranked by the dollars at stake and printed
      *    with the invoices behind them, so loss prevention works
      *    the list top down instead of waiting for an audit or a
      *    tip. How far above the store is "well above", how many
      *    stores is "several" and how short is "short" all come
      *    from lp-control.dat. The return history the multi-store
      *    check needs is kept on lp-return-history.dat, trimmed
      *    to the window every night.

       environment division.
       input-output section.
       file-control.
           select sales-input-file
               assign to "../../data/SalesRecords_out.dat"
               organization is line sequential
               file status is ws-sales-status.

           select returns-input-file
               assign to "../../data/ReturnRecords_out.dat"
               organization is line sequential
               file status is ws-returns-status.

           select void-report-file
               assign to "../../data/program-2-voids.out"
               organization is line sequential
               file status is ws-void-status.

           select master-file
               assign to "../../data/valid-master.dat"
               organization is indexed
               access mode is random
               record key is mr-invoice-number
               alternate record key is mr-customer-id
                   with duplicates
               file status is ws-master-status.

           select lp-control-file
               assign to "../../data/lp-control.dat"
               organization is line sequential
               file status is ws-control-status.

           select return-history-file
               assign to "../../data/lp-return-history.dat"
               organization is line sequential
               file status is ws-history-status.

           select case-report-file
               assign to "../../data/program-53-lpcases.out"
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

      *A return carries the invoice number of the sale it refunds.
       fd returns-input-file
           data record is returns-input-line
           record contains 67 characters.

       01 returns-input-line.
           05 ri-trans-code            pic x.
           05 ri-trans-amount          pic 9(5)v99.
           05 ri-payment-type          pic xx.
           05 ri-store-number          pic xx.
           05 ri-invoice-number        pic x(9).
           05 ri-sku-code              pic x(15).
           05 ri-trans-date            pic 9(8).
           05 ri-layaway-status        pic x.
           05 ri-cashier-id            pic x(4).
           05 ri-quantity              pic 9(3).
           05 ri-customer-id           pic x(6).
           05 ri-approver-id           pic x(4).
           05 ri-tax-exempt            pic x.
           05 ri-trans-time            pic 9(4).

      *Program2's void activity report - a per-cashier line with
      *the void count and value, then one line per void that had
      *no ring to cancel.
       fd void-report-file
           data record is void-line
           record contains 80 characters.

       01 void-line                    pic x(80).
       01 void-cashier-line redefines void-line.
           05 vc-tag                   pic x(8).
               88 vc-is-cashier-line   value "CASHIER ".
           05 vc-cashier               pic x(4).
           05 filler                   pic x(9).
           05 vc-count                 pic zzzz9.
           05 filler                   pic x(9).
           05 vc-amount                pic $(6)9.99.
           05 filler                   pic x(35).
       01 void-unmatched-line redefines void-line.
           05 vu-tag                   pic x(16).
               88 vu-is-unmatched-line value "UNMATCHED VOID: ".
           05 vu-invoice               pic x(9).
           05 filler                   pic x(7).
           05 vu-date                  pic 9(8).
           05 filler                   pic x(10).
           05 vu-cashier               pic x(4).
           05 filler                   pic x(26).

      *One master record per invoice, same layout MASTERLOAD keeps.
       fd master-file
           data record is master-rec.

       01 master-rec.
           05 mr-trans-code           pic x.
           05 mr-trans-amount         pic 9(5)v99.
           05 mr-payment-type         pic xx.
           05 mr-store-number         pic xx.
           05 mr-invoice-number       pic x(9).
           05 mr-sku-code             pic x(15).
           05 mr-trans-date           pic 9(8).
           05 mr-layaway-status       pic x.
           05 mr-cashier-id           pic x(4).
           05 mr-quantity             pic 9(3).
           05 mr-customer-id          pic x(6).
           05 mr-approver-id          pic x(4).
           05 mr-tax-exempt           pic x.
           05 mr-trans-time           pic 9(4).

      *Loss-prevention tuning - days in the multi-store window, how
      *many different stores in it opens a case, how many times the
      *store's figure a cashier must run to be "well above", and
      *the fewest returns or voids a cashier case needs.
       fd lp-control-file
           record contains 11 characters
           data record is lp-control-rec.

       01 lp-control-rec.
           05 lc-window-days           pic 9(3).
           05 lc-min-stores            pic 99.
           05 lc-multiple              pic 9v99.
           05 lc-min-events            pic 9(3).

      *Every return with a customer on it, kept for the length of
      *the multi-store window.
       fd return-history-file
           record contains 46 characters
           data record is return-history-rec.

       01 return-history-rec.
           05 rh-customer-id           pic x(6).
           05 rh-store-number          pic xx.
           05 rh-trans-date            pic 9(8).
           05 rh-invoice-number        pic x(9).
           05 rh-cashier-id            pic x(4).
           05 rh-amount                pic 9(7)v99.
           05 rh-post-date             pic 9(8).

       fd case-report-file
           data record is case-line
           record contains 100 characters.

       01 case-line                    pic x(100).

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
       01 ws-returns-status            pic xx.
       01 ws-void-status               pic xx.
       01 ws-master-status             pic xx.
       01 ws-control-status            pic xx.
       01 ws-history-status            pic xx.

       01 ws-records-read              pic 9(7) value 0.
       01 ws-returns-read              pic 9(7) value 0.
       01 ws-history-kept              pic 9(7) value 0.

      *Shop defaults, replaced by lp-control.dat when it is on hand.
       01 ws-window-days               pic 9(3) value 14.
       01 ws-min-stores                pic 99 value 3.
       01 ws-multiple                  pic 9v99 value 2.00.
       01 ws-min-events                pic 9(3) value 3.
       01 ws-window-start              pic 9(8) value 0.

      *Tonight's activity per store per cashier. A cashier seen only
      *on the void report has no store and is held to the chain.
       01 ws-cash-count                pic 9(3) value 0.
       01 ws-cash-table.
           05 ws-cash-entry occurs 1 to 500 times
               depending on ws-cash-count
               indexed by ws-cash-idx.
               10 ws-cs-store          pic xx.
               10 ws-cs-cashier        pic x(4).
               10 ws-cs-sales          pic 9(5).
               10 ws-cs-returns        pic 9(5).
               10 ws-cs-return-value   pic 9(7)v99.
               10 ws-cs-voids          pic 9(5).
               10 ws-cs-void-value     pic 9(7)v99.
               10 ws-cs-same           pic 9(5).
               10 ws-cs-same-value     pic 9(7)v99.
               10 ws-cs-tender         pic 9(5).
               10 ws-cs-tender-value   pic 9(7)v99.
       01 ws-cash-found                pic x value 'n'.
       01 ws-cash-entry-idx            pic 9(3) value 0.
       01 ws-find-store                pic xx.
       01 ws-find-cashier              pic x(4).

      *Store totals worked from the cashier table, plus the chain
      *as a whole for cashiers with no store.
       01 ws-peer-cashiers             pic 9(5) value 0.
       01 ws-peer-sales                pic 9(7) value 0.
       01 ws-peer-returns              pic 9(7) value 0.
       01 ws-peer-voids                pic 9(7) value 0.
       01 ws-cashier-rate              pic 9(5)v99 value 0.
       01 ws-store-rate                pic 9(5)v99 value 0.
       01 ws-store-void-avg            pic 9(5)v99 value 0.
       01 ws-peer-idx                  pic 9(3) value 0.

      *Tonight's returns, with what the master says about the sale
      *each one refunds.
       01 ws-ret-count                 pic 9(4) value 0.
       01 ws-ret-table.
           05 ws-ret-entry occurs 1 to 3000 times
               depending on ws-ret-count
               indexed by ws-ret-idx.
               10 ws-rt-store          pic xx.
               10 ws-rt-cashier        pic x(4).
               10 ws-rt-invoice        pic x(9).
               10 ws-rt-date           pic 9(8).
               10 ws-rt-amount         pic 9(7)v99.
               10 ws-rt-tender         pic xx.
               10 ws-rt-orig-cashier   pic x(4).
               10 ws-rt-orig-tender    pic xx.
               10 ws-rt-same-flag      pic x.
               10 ws-rt-tender-flag    pic x.

      *Voids the void report could find no ring for, by cashier.
       01 ws-uv-count                  pic 9(3) value 0.
       01 ws-uv-table.
           05 ws-uv-entry occurs 1 to 500 times
               depending on ws-uv-count
               indexed by ws-uv-idx.
               10 ws-uv-cashier        pic x(4).
               10 ws-uv-invoice        pic x(9).
               10 ws-uv-date           pic 9(8).

      *Returns inside the window, tonight's included.
       01 ws-hist-count                pic 9(4) value 0.
       01 ws-hist-table.
           05 ws-hist-entry occurs 1 to 5000 times
               depending on ws-hist-count
               indexed by ws-hist-idx.
               10 ws-hi-customer       pic x(6).
               10 ws-hi-store          pic xx.
               10 ws-hi-date           pic 9(8).
               10 ws-hi-invoice        pic x(9).
               10 ws-hi-cashier        pic x(4).
               10 ws-hi-amount         pic 9(7)v99.
               10 ws-hi-post-date      pic 9(8).

      *Distinct stores each customer returned at in the window.
       01 ws-cust-count                pic 9(4) value 0.
       01 ws-cust-table.
           05 ws-cust-entry occurs 1 to 2000 times
               depending on ws-cust-count
               indexed by ws-cust-idx.
               10 ws-cu-customer       pic x(6).
               10 ws-cu-returns        pic 9(5).
               10 ws-cu-value          pic 9(7)v99.
               10 ws-cu-store-count    pic 99.
               10 ws-cu-store          pic xx occurs 20 times.
       01 ws-cust-found                pic x value 'n'.
       01 ws-cust-entry-idx            pic 9(4) value 0.
       01 ws-cust-store-found          pic x value 'n'.
       01 ws-cu-store-idx              pic 99 value 0.

      *The case list, ranked by value before it prints.
       01 ws-case-count                pic 9(4) value 0.
       01 ws-case-table.
           05 ws-case-entry occurs 1 to 1000 times
               depending on ws-case-count
               indexed by ws-case-idx.
               10 ws-ca-type           pic xx.
                   88 ws-ca-return-rate     value "RR".
                   88 ws-ca-void-count      value "VD".
                   88 ws-ca-multi-store     value "MS".
                   88 ws-ca-same-cashier    value "SC".
                   88 ws-ca-other-tender    value "DT".
               10 ws-ca-store          pic xx.
               10 ws-ca-subject        pic x(6).
               10 ws-ca-events         pic 9(5).
               10 ws-ca-value          pic 9(7)v99.
               10 ws-ca-measure        pic 9(5)v99.
               10 ws-ca-benchmark      pic 9(5)v99.
       01 ws-case-swap                 pic x(38).
       01 ws-case-sort-outer           pic 9(4).
       01 ws-case-sort-inner           pic 9(4).
       01 ws-case-sort-max             pic 9(4).
       01 ws-new-type                  pic xx.
       01 ws-new-store                 pic xx.
       01 ws-new-subject               pic x(6).
       01 ws-new-events                pic 9(5).
       01 ws-new-value                 pic 9(7)v99.
       01 ws-new-measure               pic 9(5)v99.
       01 ws-new-benchmark             pic 9(5)v99.
       01 ws-rank                      pic 9(4) value 0.

       01 ws-report-header.
           05 filler                   pic x(40)
               value "LOSS PREVENTION CASE LIST".
           05 filler                   pic x(9) value "AS OF:".
           05 ws-rh-date               pic 9(8).

       01 ws-column-header.
           05 filler                   pic x(40)
               value "Rank Case                       St Subj".
           05 filler                   pic x(40)
               value "    Events        Value  Measure  Bench".

       01 ws-case-head-line.
           05 ch-rank                  pic zzz9.
           05 filler                   pic x(1) value space.
           05 ch-description           pic x(26).
           05 filler                   pic x(1) value space.
           05 ch-store                 pic xx.
           05 filler                   pic x(1) value space.
           05 ch-subject               pic x(6).
           05 filler                   pic x(1) value space.
           05 ch-events                pic zzzz9.
           05 filler                   pic x(1) value space.
           05 ch-value                 pic $(7)9.99.
           05 filler                   pic x(1) value space.
           05 ch-measure               pic zzzz9.99.
           05 filler                   pic x(1) value space.
           05 ch-benchmark             pic zzzz9.99.

       01 ws-case-invoice-line.
           05 filler                   pic x(7) value spaces.
           05 ci-invoice               pic x(9).
           05 filler                   pic x(1) value space.
           05 ci-date                  pic 9(8).
           05 filler                   pic x(1) value space.
           05 ci-store                 pic xx.
           05 filler                   pic x(1) value space.
           05 ci-cashier               pic x(4).
           05 filler                   pic x(1) value space.
           05 ci-amount                pic $(7)9.99 blank when zero.
           05 filler                   pic x(1) value space.
           05 ci-note                  pic x(30).

       01 ws-summary-line.
           05 ws-sl-label              pic x(30).
           05 ws-sl-count              pic z(6)9.

       procedure division.
           perform 890-get-business-date.
           perform 800-load-lp-control.
           compute ws-window-start = function date-of-integer(
               function integer-of-date(ws-business-date)
               - ws-window-days).

           perform 100-count-sales.
           perform 200-load-returns.
           perform 300-load-void-report.
           perform 400-load-return-history.
           perform 450-rewrite-return-history.

           perform 500-open-cashier-cases.
           perform 550-open-customer-cases.
           perform 600-rank-cases.

           open output case-report-file.
           move ws-business-date to ws-rh-date.
           write case-line from ws-report-header.
           move spaces to case-line.
           write case-line.
           write case-line from ws-column-header.
           perform 700-print-one-case
               varying ws-case-idx from 1 by 1
               until ws-case-idx > ws-case-count.
           perform 790-print-summary.
           close case-report-file.
           perform 900-write-audit-record.
           move 0 to return-code.
           goback.

      *Tonight's sales per store per cashier - the base the return
      *rate is worked from.
       100-count-sales.
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
           move si-store-number to ws-find-store.
           move si-cashier-id   to ws-find-cashier.
           perform 150-find-cashier-entry.
           if ws-cash-found = 'y'
               add 1 to ws-cs-sales(ws-cash-entry-idx)
           end-if.
           read sales-input-file
               at end move 'y' to ws-eof.

      *Find or start the store/cashier entry, leaving
      *ws-cash-entry-idx pointing at it.
       150-find-cashier-entry.
           move 'n' to ws-cash-found.
           perform 151-match-cashier-entry
               varying ws-cash-idx from 1 by 1
               until ws-cash-idx > ws-cash-count
                  or ws-cash-found = 'y'.
           if ws-cash-found = 'n' and ws-cash-count < 500
               add 1 to ws-cash-count
               move ws-find-store   to ws-cs-store(ws-cash-count)
               move ws-find-cashier to ws-cs-cashier(ws-cash-count)
               move 0 to ws-cs-sales(ws-cash-count)
               move 0 to ws-cs-returns(ws-cash-count)
               move 0 to ws-cs-return-value(ws-cash-count)
               move 0 to ws-cs-voids(ws-cash-count)
               move 0 to ws-cs-void-value(ws-cash-count)
               move 0 to ws-cs-same(ws-cash-count)
               move 0 to ws-cs-same-value(ws-cash-count)
               move 0 to ws-cs-tender(ws-cash-count)
               move 0 to ws-cs-tender-value(ws-cash-count)
               move ws-cash-count to ws-cash-entry-idx
               move 'y' to ws-cash-found
           end-if.

       151-match-cashier-entry.
           if ws-cs-store(ws-cash-idx) = ws-find-store
             and ws-cs-cashier(ws-cash-idx) = ws-find-cashier
               move 'y' to ws-cash-found
               set ws-cash-entry-idx to ws-cash-idx
           end-if.

      *Each return is looked up against the sale it refunds. A sale
      *not on the master has nothing to compare cashier or tender
      *against, and a split-tender sale has no single tender to
      *hold the refund to.
       200-load-returns.
           move 'n' to ws-eof.
           open input master-file.
           open input returns-input-file.
           if ws-returns-status not = "00"
               move 'y' to ws-eof
           else
               read returns-input-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 210-load-one-return until ws-eof = 'y'.
           if ws-returns-status = "00" or ws-returns-status = "10"
               close returns-input-file
           end-if.
           if ws-master-status = "00" or ws-master-status = "23"
               close master-file
           end-if.

       210-load-one-return.
           add 1 to ws-records-read.
           add 1 to ws-returns-read.
           move ri-store-number to ws-find-store.
           move ri-cashier-id   to ws-find-cashier.
           perform 150-find-cashier-entry.
           if ws-cash-found = 'y'
               add 1 to ws-cs-returns(ws-cash-entry-idx)
               add ri-trans-amount
                   to ws-cs-return-value(ws-cash-entry-idx)
           end-if.
           if ws-ret-count < 3000
               add 1 to ws-ret-count
               move ri-store-number   to ws-rt-store(ws-ret-count)
               move ri-cashier-id     to ws-rt-cashier(ws-ret-count)
               move ri-invoice-number to ws-rt-invoice(ws-ret-count)
               move ri-trans-date     to ws-rt-date(ws-ret-count)
               move ri-trans-amount   to ws-rt-amount(ws-ret-count)
               move ri-payment-type   to ws-rt-tender(ws-ret-count)
               move spaces to ws-rt-orig-cashier(ws-ret-count)
               move spaces to ws-rt-orig-tender(ws-ret-count)
               move 'n' to ws-rt-same-flag(ws-ret-count)
               move 'n' to ws-rt-tender-flag(ws-ret-count)
               perform 220-check-original-sale
           end-if.
           if ri-customer-id not = spaces and ws-hist-count < 5000
               add 1 to ws-hist-count
               move ri-customer-id    to ws-hi-customer(ws-hist-count)
               move ri-store-number   to ws-hi-store(ws-hist-count)
               move ri-trans-date     to ws-hi-date(ws-hist-count)
               move ri-invoice-number to ws-hi-invoice(ws-hist-count)
               move ri-cashier-id     to ws-hi-cashier(ws-hist-count)
               move ri-trans-amount   to ws-hi-amount(ws-hist-count)
               move ws-business-date
                   to ws-hi-post-date(ws-hist-count)
           end-if.
           read returns-input-file
               at end move 'y' to ws-eof.

       220-check-original-sale.
           if ws-master-status = "00" or ws-master-status = "23"
               move ri-invoice-number to mr-invoice-number
               read master-file
                   invalid key continue
                   not invalid key
                       perform 230-compare-original-sale
               end-read
           end-if.

       230-compare-original-sale.
           move mr-cashier-id   to ws-rt-orig-cashier(ws-ret-count).
           move mr-payment-type to ws-rt-orig-tender(ws-ret-count).
           if mr-cashier-id = ri-cashier-id
               move 'y' to ws-rt-same-flag(ws-ret-count)
               if ws-cash-found = 'y'
                   add 1 to ws-cs-same(ws-cash-entry-idx)
                   add ri-trans-amount
                       to ws-cs-same-value(ws-cash-entry-idx)
               end-if
           end-if.
           if mr-payment-type not = ri-payment-type
             and mr-payment-type not = "SP"
               move 'y' to ws-rt-tender-flag(ws-ret-count)
               if ws-cash-found = 'y'
                   add 1 to ws-cs-tender(ws-cash-entry-idx)
                   add ri-trans-amount
                       to ws-cs-tender-value(ws-cash-entry-idx)
               end-if
           end-if.

      *The void report names the cashier but not the store, so a
      *cashier's voids go on the first store they worked tonight;
      *a cashier who only voided is held to the chain as a whole.
       300-load-void-report.
           move 'n' to ws-eof.
           open input void-report-file.
           if ws-void-status not = "00"
               move 'y' to ws-eof
           else
               read void-report-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 310-load-one-void-line until ws-eof = 'y'.
           if ws-void-status = "00" or ws-void-status = "10"
               close void-report-file
           end-if.

       310-load-one-void-line.
           add 1 to ws-records-read.
           if vc-is-cashier-line
               perform 320-post-cashier-voids
           end-if.
           if vu-is-unmatched-line and ws-uv-count < 500
               add 1 to ws-uv-count
               move vu-cashier to ws-uv-cashier(ws-uv-count)
               move vu-invoice to ws-uv-invoice(ws-uv-count)
               move vu-date    to ws-uv-date(ws-uv-count)
           end-if.
           read void-report-file
               at end move 'y' to ws-eof.

       320-post-cashier-voids.
           move 'n' to ws-cash-found.
           perform 321-match-void-cashier
               varying ws-cash-idx from 1 by 1
               until ws-cash-idx > ws-cash-count
                  or ws-cash-found = 'y'.
           if ws-cash-found = 'n'
               move spaces     to ws-find-store
               move vc-cashier to ws-find-cashier
               perform 150-find-cashier-entry
           end-if.
           if ws-cash-found = 'y'
               move vc-count  to ws-cs-voids(ws-cash-entry-idx)
               move vc-amount to ws-cs-void-value(ws-cash-entry-idx)
           end-if.

       321-match-void-cashier.
           if ws-cs-cashier(ws-cash-idx) = vc-cashier
               move 'y' to ws-cash-found
               set ws-cash-entry-idx to ws-cash-idx
           end-if.

      *Earlier nights' returns still inside the window. Lines
      *posted tonight by an earlier run of this step are dropped so
      *a rerun does not count them twice.
       400-load-return-history.
           move 'n' to ws-eof.
           open input return-history-file.
           if ws-history-status not = "00"
               move 'y' to ws-eof
           else
               read return-history-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 410-load-one-history-line until ws-eof = 'y'.
           if ws-history-status = "00" or ws-history-status = "10"
               close return-history-file
           end-if.

       410-load-one-history-line.
           if rh-trans-date > ws-window-start
             and rh-post-date not = ws-business-date
             and ws-hist-count < 5000
               add 1 to ws-hist-count
               move rh-customer-id    to ws-hi-customer(ws-hist-count)
               move rh-store-number   to ws-hi-store(ws-hist-count)
               move rh-trans-date     to ws-hi-date(ws-hist-count)
               move rh-invoice-number to ws-hi-invoice(ws-hist-count)
               move rh-cashier-id     to ws-hi-cashier(ws-hist-count)
               move rh-amount         to ws-hi-amount(ws-hist-count)
               move rh-post-date      to ws-hi-post-date(ws-hist-count)
           end-if.
           read return-history-file
               at end move 'y' to ws-eof.

      *Write the window back out, oldest nights falling off.
       450-rewrite-return-history.
           open output return-history-file.
           perform 451-write-one-history-line
               varying ws-hist-idx from 1 by 1
               until ws-hist-idx > ws-hist-count.
           close return-history-file.

       451-write-one-history-line.
           if ws-hi-date(ws-hist-idx) > ws-window-start
               move ws-hi-customer(ws-hist-idx)  to rh-customer-id
               move ws-hi-store(ws-hist-idx)     to rh-store-number
               move ws-hi-date(ws-hist-idx)      to rh-trans-date
               move ws-hi-invoice(ws-hist-idx)   to rh-invoice-number
               move ws-hi-cashier(ws-hist-idx)   to rh-cashier-id
               move ws-hi-amount(ws-hist-idx)    to rh-amount
               move ws-hi-post-date(ws-hist-idx) to rh-post-date
               write return-history-rec
               add 1 to ws-history-kept
           end-if.

      *Every cashier is held to the others at the same store -
      *return rate against the store's rate, void count against
      *the store's average per cashier. Refunds of their own sales
      *and refunds to another tender open a case whenever there
      *are any.
       500-open-cashier-cases.
           perform 510-check-one-cashier
               varying ws-cash-idx from 1 by 1
               until ws-cash-idx > ws-cash-count.

       510-check-one-cashier.
           perform 520-total-store-peers.
           move ws-cs-store(ws-cash-idx)   to ws-new-store.
           move ws-cs-cashier(ws-cash-idx) to ws-new-subject.

           if ws-cs-returns(ws-cash-idx) >= ws-min-events
               if ws-cs-sales(ws-cash-idx) = 0
                   move 999.99 to ws-cashier-rate
               else
                   compute ws-cashier-rate rounded =
                       ws-cs-returns(ws-cash-idx) * 100
                       / ws-cs-sales(ws-cash-idx)
               end-if
               if ws-peer-sales = 0
                   move 999.99 to ws-store-rate
               else
                   compute ws-store-rate rounded =
                       ws-peer-returns * 100 / ws-peer-sales
               end-if
               if ws-cashier-rate > ws-store-rate * ws-multiple
                   move "RR" to ws-new-type
                   move ws-cs-returns(ws-cash-idx) to ws-new-events
                   move ws-cs-return-value(ws-cash-idx)
                       to ws-new-value
                   move ws-cashier-rate to ws-new-measure
                   move ws-store-rate   to ws-new-benchmark
                   perform 590-add-case
               end-if
           end-if.

           if ws-cs-voids(ws-cash-idx) >= ws-min-events
               compute ws-store-void-avg rounded =
                   ws-peer-voids / ws-peer-cashiers
               if ws-cs-voids(ws-cash-idx) >
                  ws-store-void-avg * ws-multiple
                   move "VD" to ws-new-type
                   move ws-cs-voids(ws-cash-idx) to ws-new-events
                   move ws-cs-void-value(ws-cash-idx) to ws-new-value
                   move ws-cs-voids(ws-cash-idx) to ws-new-measure
                   move ws-store-void-avg to ws-new-benchmark
                   perform 590-add-case
               end-if
           end-if.

           if ws-cs-same(ws-cash-idx) > 0
               move "SC" to ws-new-type
               move ws-cs-same(ws-cash-idx)       to ws-new-events
               move ws-cs-same-value(ws-cash-idx) to ws-new-value
               move 0 to ws-new-measure
               move 0 to ws-new-benchmark
               perform 590-add-case
           end-if.

           if ws-cs-tender(ws-cash-idx) > 0
               move "DT" to ws-new-type
               move ws-cs-tender(ws-cash-idx)       to ws-new-events
               move ws-cs-tender-value(ws-cash-idx) to ws-new-value
               move 0 to ws-new-measure
               move 0 to ws-new-benchmark
               perform 590-add-case
           end-if.

      *Totals for every cashier at this cashier's store - the whole
      *chain when the cashier has no store.
       520-total-store-peers.
           move 0 to ws-peer-cashiers.
           move 0 to ws-peer-sales.
           move 0 to ws-peer-returns.
           move 0 to ws-peer-voids.
           perform 521-add-one-peer
               varying ws-peer-idx from 1 by 1
               until ws-peer-idx > ws-cash-count.

       521-add-one-peer.
           if ws-cs-store(ws-cash-idx) = spaces
             or ws-cs-store(ws-peer-idx) = ws-cs-store(ws-cash-idx)
               add 1 to ws-peer-cashiers
               add ws-cs-sales(ws-peer-idx)   to ws-peer-sales
               add ws-cs-returns(ws-peer-idx) to ws-peer-returns
               add ws-cs-voids(ws-peer-idx)   to ws-peer-voids
           end-if.

      *A customer whose returns in the window span enough stores.
       550-open-customer-cases.
           perform 560-tally-one-history-line
               varying ws-hist-idx from 1 by 1
               until ws-hist-idx > ws-hist-count.
           perform 570-check-one-customer
               varying ws-cust-idx from 1 by 1
               until ws-cust-idx > ws-cust-count.

       560-tally-one-history-line.
           move 'n' to ws-cust-found.
           perform 561-match-customer
               varying ws-cust-idx from 1 by 1
               until ws-cust-idx > ws-cust-count
                  or ws-cust-found = 'y'.
           if ws-cust-found = 'n' and ws-cust-count < 2000
               add 1 to ws-cust-count
               move ws-hi-customer(ws-hist-idx)
                   to ws-cu-customer(ws-cust-count)
               move 0 to ws-cu-returns(ws-cust-count)
               move 0 to ws-cu-value(ws-cust-count)
               move 0 to ws-cu-store-count(ws-cust-count)
               move ws-cust-count to ws-cust-entry-idx
               move 'y' to ws-cust-found
           end-if.
           if ws-cust-found = 'y'
               add 1 to ws-cu-returns(ws-cust-entry-idx)
               add ws-hi-amount(ws-hist-idx)
                   to ws-cu-value(ws-cust-entry-idx)
               move 'n' to ws-cust-store-found
               perform 562-match-customer-store
                   varying ws-cu-store-idx from 1 by 1
                   until ws-cu-store-idx >
                         ws-cu-store-count(ws-cust-entry-idx)
                      or ws-cust-store-found = 'y'
               if ws-cust-store-found = 'n'
                 and ws-cu-store-count(ws-cust-entry-idx) < 20
                   add 1 to ws-cu-store-count(ws-cust-entry-idx)
                   move ws-hi-store(ws-hist-idx)
                       to ws-cu-store(ws-cust-entry-idx
                          ws-cu-store-count(ws-cust-entry-idx))
               end-if
           end-if.

       561-match-customer.
           if ws-cu-customer(ws-cust-idx) = ws-hi-customer(ws-hist-idx)
               move 'y' to ws-cust-found
               set ws-cust-entry-idx to ws-cust-idx
           end-if.

       562-match-customer-store.
           if ws-cu-store(ws-cust-entry-idx ws-cu-store-idx) =
              ws-hi-store(ws-hist-idx)
               move 'y' to ws-cust-store-found
           end-if.

       570-check-one-customer.
           if ws-cu-store-count(ws-cust-idx) >= ws-min-stores
               move "MS" to ws-new-type
               move spaces to ws-new-store
               move ws-cu-customer(ws-cust-idx)    to ws-new-subject
               move ws-cu-returns(ws-cust-idx)     to ws-new-events
               move ws-cu-value(ws-cust-idx)       to ws-new-value
               move ws-cu-store-count(ws-cust-idx) to ws-new-measure
               move ws-min-stores                  to ws-new-benchmark
               perform 590-add-case
           end-if.

       590-add-case.
           if ws-case-count < 1000
               add 1 to ws-case-count
               move ws-new-type      to ws-ca-type(ws-case-count)
               move ws-new-store     to ws-ca-store(ws-case-count)
               move ws-new-subject   to ws-ca-subject(ws-case-count)
               move ws-new-events    to ws-ca-events(ws-case-count)
               move ws-new-value     to ws-ca-value(ws-case-count)
               move ws-new-measure   to ws-ca-measure(ws-case-count)
               move ws-new-benchmark to ws-ca-benchmark(ws-case-count)
           end-if.

      *Selection sort of the case table by value, descending, so
      *the most money at stake prints first.
       600-rank-cases.
           perform 610-selection-pass
               varying ws-case-sort-outer from 1 by 1
               until ws-case-sort-outer > ws-case-count.

       610-selection-pass.
           move ws-case-sort-outer to ws-case-sort-max.
           perform 620-find-max-from
               varying ws-case-sort-inner
               from ws-case-sort-outer by 1
               until ws-case-sort-inner > ws-case-count.
           if ws-case-sort-max not = ws-case-sort-outer
               perform 630-swap-case-entries
           end-if.

       620-find-max-from.
           if ws-ca-value(ws-case-sort-inner) >
              ws-ca-value(ws-case-sort-max)
               move ws-case-sort-inner to ws-case-sort-max
           end-if.

       630-swap-case-entries.
           move ws-case-entry(ws-case-sort-outer) to ws-case-swap.
           move ws-case-entry(ws-case-sort-max)
               to ws-case-entry(ws-case-sort-outer).
           move ws-case-swap to ws-case-entry(ws-case-sort-max).

      *One case line, then the invoices behind it.
       700-print-one-case.
           add 1 to ws-rank.
           move spaces to case-line.
           write case-line.
           move ws-rank to ch-rank.
           if ws-ca-return-rate(ws-case-idx)
               move "RETURN RATE % VS STORE"     to ch-description
           else
           if ws-ca-void-count(ws-case-idx)
               move "VOIDS VS STORE AVERAGE"     to ch-description
           else
           if ws-ca-multi-store(ws-case-idx)
               move "RETURNS AT SEVERAL STORES"  to ch-description
           else
           if ws-ca-same-cashier(ws-case-idx)
               move "REFUNDED OWN SALE"          to ch-description
           else
               move "REFUND TO OTHER TENDER"     to ch-description
           end-if
           end-if
           end-if
           end-if.
           move ws-ca-store(ws-case-idx)     to ch-store.
           move ws-ca-subject(ws-case-idx)   to ch-subject.
           move ws-ca-events(ws-case-idx)    to ch-events.
           move ws-ca-value(ws-case-idx)     to ch-value.
           move ws-ca-measure(ws-case-idx)   to ch-measure.
           move ws-ca-benchmark(ws-case-idx) to ch-benchmark.
           write case-line from ws-case-head-line.

           if ws-ca-multi-store(ws-case-idx)
               perform 720-print-history-invoice
                   varying ws-hist-idx from 1 by 1
                   until ws-hist-idx > ws-hist-count
           else
               perform 710-print-return-invoice
                   varying ws-ret-idx from 1 by 1
                   until ws-ret-idx > ws-ret-count
           end-if.
           if ws-ca-void-count(ws-case-idx)
               perform 730-print-void-invoice
                   varying ws-uv-idx from 1 by 1
                   until ws-uv-idx > ws-uv-count
           end-if.

      *Tonight's returns by the case's cashier - all of them for a
      *return-rate case, only the flagged ones otherwise.
       710-print-return-invoice.
           if ws-rt-store(ws-ret-idx) = ws-ca-store(ws-case-idx)
             and ws-rt-cashier(ws-ret-idx) =
                 ws-ca-subject(ws-case-idx)
             and (ws-ca-return-rate(ws-case-idx)
               or (ws-ca-same-cashier(ws-case-idx)
                   and ws-rt-same-flag(ws-ret-idx) = 'y')
               or (ws-ca-other-tender(ws-case-idx)
                   and ws-rt-tender-flag(ws-ret-idx) = 'y'))
               move ws-rt-invoice(ws-ret-idx) to ci-invoice
               move ws-rt-date(ws-ret-idx)    to ci-date
               move ws-rt-store(ws-ret-idx)   to ci-store
               move ws-rt-cashier(ws-ret-idx) to ci-cashier
               move ws-rt-amount(ws-ret-idx)  to ci-amount
               move spaces to ci-note
               if ws-ca-other-tender(ws-case-idx)
                   string "SOLD " ws-rt-orig-tender(ws-ret-idx)
                          " REFUNDED " ws-rt-tender(ws-ret-idx)
                          delimited by size into ci-note
               end-if
               if ws-ca-same-cashier(ws-case-idx)
                   move "RANG AND REFUNDED BY SAME ID" to ci-note
               end-if
               write case-line from ws-case-invoice-line
           end-if.

       720-print-history-invoice.
           if ws-hi-customer(ws-hist-idx) = ws-ca-subject(ws-case-idx)
               move ws-hi-invoice(ws-hist-idx) to ci-invoice
               move ws-hi-date(ws-hist-idx)    to ci-date
               move ws-hi-store(ws-hist-idx)   to ci-store
               move ws-hi-cashier(ws-hist-idx) to ci-cashier
               move ws-hi-amount(ws-hist-idx)  to ci-amount
               move spaces to ci-note
               write case-line from ws-case-invoice-line
           end-if.

       730-print-void-invoice.
           if ws-uv-cashier(ws-uv-idx) = ws-ca-subject(ws-case-idx)
               move ws-uv-invoice(ws-uv-idx) to ci-invoice
               move ws-uv-date(ws-uv-idx)    to ci-date
               move spaces                   to ci-store
               move ws-uv-cashier(ws-uv-idx) to ci-cashier
               move 0                        to ci-amount
               move "VOID WITH NO RING TO CANCEL" to ci-note
               write case-line from ws-case-invoice-line
           end-if.

       790-print-summary.
           move spaces to case-line.
           write case-line.
           move "RETURNS REVIEWED:"        to ws-sl-label.
           move ws-returns-read            to ws-sl-count.
           write case-line from ws-summary-line.
           move "CASHIER/STORE PAIRS:"     to ws-sl-label.
           move ws-cash-count              to ws-sl-count.
           write case-line from ws-summary-line.
           move "RETURNS IN WINDOW:"       to ws-sl-label.
           move ws-history-kept            to ws-sl-count.
           write case-line from ws-summary-line.
           move "CASES OPENED:"            to ws-sl-label.
           move ws-case-count              to ws-sl-count.
           write case-line from ws-summary-line.

      *Pick up the loss-prevention tuning, falling back to the shop
      *defaults when no control card is on hand.
       800-load-lp-control.
           open input lp-control-file.
           if ws-control-status = "00"
               read lp-control-file
                   at end continue
                   not at end
                       move lc-window-days to ws-window-days
                       move lc-min-stores  to ws-min-stores
                       move lc-multiple    to ws-multiple
                       move lc-min-events  to ws-min-events
               end-read
               close lp-control-file
           end-if.

      *Append one line to the shared audit trail recording the
      *program name, when it ran, and how many records it read
      *versus cases opened and history lines kept.
       900-write-audit-record.
           move "LOSSPREV"               to au-program-name.
           accept au-run-date            from date.
           accept au-run-time            from time.
           move ws-business-date-6       to au-business-date.
           move ws-records-read          to au-input-count.
           move ws-case-count            to au-output-count-1.
           move ws-history-kept          to au-output-count-2.
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

       end program LOSSPREV.
