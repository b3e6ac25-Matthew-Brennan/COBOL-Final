       identification division.
       program-id. CUSTERASE.
       author. Group8.
       date-written. 2026-10-15.
      *Description:
      *    Customer data erasure run. Works the erasure requests on
      *    erasure-requests.dat - one line per loyalty customer who
      *    has asked for their information to be removed - and
      *    replaces the customer's id everywhere it is held with an
      *    anonymous token (Z plus a running number from
      *    erasure-control.dat), and their name with ERASED
      *    CUSTOMER. The transactions themselves, their amounts and
      *    every total stay exactly as they were, so the books still
      *    tie out; they just no longer lead back to a person. The
      *    files worked are the customer master, the customer-id
      *    key on the indexed transaction master and its ticket
      *    lines, every per-year archive, the loyalty points
      *    balance file, the house account ledger, open items and
      *    history, the service plan master, the reference change
      *    log's customer images, the loss-prevention return
      *    history and the orphan returns waiting on suspense. The
      *    token is
      *    deactivated on reference-inactive.dat so nothing new can
      *    be rung against it.
      *    A customer with an open layaway, a house account balance
      *    or points still outstanding is refused - those have to be
      *    settled first - and the request stays on the file to be
      *    tried again on the next run. Erased requests come off the
      *    file. A completion certificate is printed for each
      *    erasure listing every file touched and the records
      *    changed in it, with the days taken against the 30-day
      *    legal limit; refusals are listed with the reason and the
      *    days the request has been open.

       environment division.
       input-output section.
       file-control.
           select request-file
               assign to "../../data/erasure-requests.dat"
               organization is line sequential
               file status is ws-request-status.

           select erasure-control-file
               assign to "../../data/erasure-control.dat"
               organization is line sequential
               file status is ws-control-status.

           select customer-master-file
               assign to "../../data/customer-master.dat"
               organization is line sequential
               file status is ws-customer-status.

           select master-file
               assign to "../../data/valid-master.dat"
               organization is indexed
               access mode is dynamic
               record key is mr-invoice-number
               alternate record key is mr-customer-id
                   with duplicates
               file status is ws-master-status.

           select archive-years-file
               assign to "../../data/archive-years.dat"
               organization is line sequential
               file status is ws-years-status.

           select archive-file
               assign to ws-archive-file-name
               organization is line sequential
               file status is ws-archive-status.

           select work-file
               assign to "../../data/customer-erasure.work"
               organization is line sequential
               file status is ws-work-status.

           select layaway-master-file
               assign to "../../data/layaway-master.dat"
               organization is indexed
               access mode is random
               record key is lm-invoice-number
               file status is ws-layaway-status.

           select points-balance-file
               assign to "../../data/points-balance.dat"
               organization is indexed
               access mode is dynamic
               record key is pb-customer-id
               file status is ws-points-status.

           select ar-ledger-file
               assign to "../../data/ar-ledger.dat"
               organization is indexed
               access mode is dynamic
               record key is al-customer-id
               file status is ws-ledger-status.

           select ar-item-file
               assign to "../../data/ar-items.dat"
               organization is indexed
               access mode is dynamic
               record key is ai-key
               file status is ws-item-status.

           select plan-master-file
               assign to "../../data/service-plan-master.dat"
               organization is indexed
               access mode is dynamic
               record key is pm-plan-key
               file status is ws-plan-status.

           select master-lines-file
               assign to "../../data/valid-master-lines.dat"
               organization is indexed
               access mode is dynamic
               record key is ml-line-key
               file status is ws-lines-status.

           select change-log-file
               assign to "../../data/reference-change-log.dat"
               organization is line sequential
               file status is ws-change-log-status.

           select return-history-file
               assign to "../../data/lp-return-history.dat"
               organization is line sequential
               file status is ws-lp-history-status.

           select suspense-file
               assign to "../../data/suspense.dat"
               organization is line sequential
               file status is ws-suspense-status.

           select ar-transaction-file
               assign to "../../data/ar-transactions.dat"
               organization is line sequential
               file status is ws-ar-trans-status.

           select reference-inactive-file
               assign to "../../data/reference-inactive.dat"
               organization is line sequential
               file status is ws-inactive-status.

           select certificate-file
               assign to "../../data/program-63-custerase.out"
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
      *One line per erasure request - the customer id, the date the
      *request was received (the 30 days run from here), and the
      *privacy office's own reference for it.
       fd request-file
          record contains 24 characters
          data record is request-rec.

       01 request-rec.
           05 er-customer-id          pic x(6).
           05 er-received-date        pic 9(8).
           05 er-reference            pic x(10).

      *The last token number handed out.
       fd erasure-control-file
          record contains 5 characters
          data record is erasure-control-rec.

       01 erasure-control-rec         pic 9(5).

      *Loyalty customer master, kept sorted by customer id.
       fd customer-master-file
          record contains 47 characters
          data record is customer-master-rec.

       01 customer-master-rec.
           05 cm-customer-id          pic x(6).
           05 cm-customer-name        pic x(20).
           05 cm-exempt-cert          pic x(12).
           05 cm-credit-limit         pic 9(7)v99.

      *One master record per invoice, same layout MASTERLOAD writes.
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

      *One line per year that holds an archive, maintained by
      *MASTERARCHIVE.
       fd archive-years-file
          record contains 4 characters
          data record is archive-years-rec.

       01 archive-years-rec           pic 9(4).

      *A flat per-year archive in the master layout. Archives are
      *only ever appended to - an erasure is the one thing that
      *rewrites them, through the work file.
       fd archive-file
          record contains 67 characters
          data record is archive-rec.

       01 archive-rec.
           05 filler                  pic x(52).
           05 ar-customer-id          pic x(6).
           05 filler                  pic x(9).

       01 archive-rec-alt.
           05 ar-trans-code           pic x.
           05 filler                  pic x(11).
           05 ar-invoice-number       pic x(9).
           05 filler                  pic x(46).

      *A file being rewritten is parked here line for line, then
      *copied back over the original - each file at its own width.
       fd work-file
          record contains 46 to 136 characters
          data record is work-rec.

       01 work-rec                    pic x(67).
       01 work-change-rec             pic x(136).
       01 work-return-rec             pic x(46).
       01 work-suspense-rec           pic x(75).

       fd layaway-master-file
           data record is layaway-rec.

       01 layaway-rec.
           05 lm-invoice-number        pic x(9).
           05 lm-store-number          pic xx.
           05 lm-orig-amount           pic 9(5)v99.
           05 lm-paid-to-date          pic 9(7)v99.
           05 lm-balance               pic 9(5)v99.
           05 lm-status                pic x.
               88 lm-open              value 'O'.
               88 lm-closed            value 'C'.
               88 lm-cancelled         value 'X'.
           05 lm-orig-date             pic 9(8).
           05 lm-last-pay-date         pic 9(8).

      *One balance record per loyalty customer, keyed on customer
      *id - the outstanding points the store owes them.
       fd points-balance-file
           data record is points-balance-rec.

       01 points-balance-rec.
           05 pb-customer-id          pic x(6).
           05 pb-balance              pic 9(9).
           05 pb-accrued-to-date      pic 9(9).
           05 pb-redeemed-to-date     pic 9(9).
           05 pb-last-activity-date   pic 9(8).

      *One record per house account, keyed on customer id.
       fd ar-ledger-file
           data record is ar-ledger-rec.

       01 ar-ledger-rec.
           05 al-customer-id           pic x(6).
           05 al-balance               pic s9(7)v99
                                       sign leading separate.
           05 al-last-activity-date    pic 9(8).
           05 al-last-stmt-date        pic 9(8).
           05 al-stmt-balance          pic s9(7)v99
                                       sign leading separate.

      *House-account open items, keyed on customer, date, invoice
      *and item type.
       fd ar-item-file
           data record is ar-item-rec.

       01 ar-item-rec.
           05 ai-key.
               10 ai-customer-id       pic x(6).
               10 ai-item-date         pic 9(8).
               10 ai-invoice-number    pic x(9).
               10 ai-item-type         pic x.
           05 ai-store-number          pic xx.
           05 ai-original-amount       pic 9(7)v99.
           05 ai-open-amount           pic 9(7)v99.

      *One record per service plan sold, keyed on its invoice and
      *plan SKU, with the customer who bought it.
       fd plan-master-file
           data record is plan-master-rec.

       01 plan-master-rec.
           05 pm-plan-key.
               10 pm-invoice-number    pic x(9).
               10 pm-plan-sku          pic x(15).
           05 pm-store-number          pic xx.
           05 pm-product-sku           pic x(15).
           05 pm-customer-id           pic x(6).
           05 pm-sale-date             pic 9(8).
           05 pm-term-months           pic 999.
           05 pm-end-date              pic 9(8).
           05 pm-price                 pic 9(5)v99.
           05 pm-payment-type          pic xx.
           05 pm-tax-exempt            pic x.
           05 pm-released              pic 9(5)v99.
           05 pm-status                pic x.
           05 pm-cancel-date           pic 9(8).
           05 pm-refund-amount         pic 9(5)v99.

      *The lines of a multi-line ticket, keyed on the invoice and
      *line number, each carrying the line as it was rung - the
      *customer sits at the same place as on the master.
       fd master-lines-file
           data record is master-line-rec.

       01 master-line-rec.
           05 ml-line-key.
               10 ml-invoice-number   pic x(9).
               10 ml-line-number      pic 9(3).
           05 ml-detail.
               10 filler              pic x(52).
               10 ml-customer-id      pic x(6).
               10 filler              pic x(9).

      *Every change REFMAINT made to a reference table, with the
      *record as it stood before and after - on the customer table
      *the key is the customer id and the images are customer
      *master lines.
       fd change-log-file
          record contains 136 characters
          data record is change-log-rec.

       01 change-log-rec.
           05 rc-change-date          pic 9(8).
           05 rc-change-time          pic 9(8).
           05 rc-user-id              pic x(8).
           05 rc-table-code           pic xx.
           05 rc-action               pic x.
           05 rc-key                  pic x(15).
           05 rc-before.
               10 rc-before-id        pic x(6).
               10 rc-before-name      pic x(20).
               10 filler              pic x(21).
           05 rc-after.
               10 rc-after-id         pic x(6).
               10 rc-after-name       pic x(20).
               10 filler              pic x(21).

      *Every return with a customer on it, kept by LPCASES for the
      *length of its multi-store window.
       fd return-history-file
           record contains 46 characters
           data record is return-history-rec.

       01 return-history-rec.
           05 rh-customer-id          pic x(6).
           05 filler                  pic x(40).

      *Orphan returns SUSPENSE carries forward night to night - the
      *date first seen, then the return as it was rung.
       fd suspense-file
          record contains 75 characters
          data record is suspense-rec.

       01 suspense-rec.
           05 sp-first-seen-date      pic 9(8).
           05 filler                  pic x(52).
           05 sp-customer-id          pic x(6).
           05 filler                  pic x(9).

      *Every posting ever made to a house account.
       fd ar-transaction-file
           record contains 53 characters
           data record is ar-transaction-rec.

       01 ar-transaction-rec.
           05 at-customer-id           pic x(6).
           05 filler                   pic x(47).

      *Reference entries taken out of service - REFMAINT keeps it;
      *an erased customer's token is added here.
       fd reference-inactive-file
          record contains 25 characters
          data record is reference-inactive-rec.

       01 reference-inactive-rec.
           05 ri-table-code           pic xx.
           05 ri-key                  pic x(15).
           05 ri-last-date            pic 9(8).

       fd certificate-file
           data record is certificate-line
           record contains 80 characters.

       01 certificate-line            pic x(80).

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
       01 ws-request-status           pic xx.
       01 ws-control-status           pic xx.
       01 ws-customer-status          pic xx.
       01 ws-master-status            pic xx.
       01 ws-years-status             pic xx.
       01 ws-archive-status           pic xx.
       01 ws-work-status              pic xx.
       01 ws-layaway-status           pic xx.
       01 ws-points-status            pic xx.
       01 ws-ledger-status            pic xx.
       01 ws-item-status              pic xx.
       01 ws-ar-trans-status          pic xx.
       01 ws-plan-status              pic xx.
       01 ws-lines-status             pic xx.
       01 ws-change-log-status        pic xx.
       01 ws-lp-history-status        pic xx.
       01 ws-suspense-status          pic xx.
       01 ws-inactive-status          pic xx.
       01 ws-archive-file-name        pic x(44).
       01 ws-eof                      pic x value 'n'.
       01 ws-layaway-open             pic x value 'n'.

       01 ws-requests-read            pic 9(5) value 0.
       01 ws-erased-count             pic 9(5) value 0.
       01 ws-refused-count            pic 9(5) value 0.
       01 ws-dropped-count            pic 9(5) value 0.

      *The legal limit on an erasure, in days from receipt.
       01 ws-erasure-limit-days       pic 999 value 30.
       01 ws-days-open                pic s9(5) value 0.

      *The requests on file. 'P' pending while the checks run,
      *then 'E' erased, 'R' refused (kept for the next run) or
      *'D' dropped (nothing that can be erased - off the file).
       01 ws-req-count                pic 999 value 0.
       01 ws-req-table.
           05 ws-req-entry occurs 1 to 500 times
               depending on ws-req-count
               indexed by ws-req-idx.
               10 ws-rq-customer-id   pic x(6).
               10 ws-rq-received      pic 9(8).
               10 ws-rq-reference     pic x(10).
               10 ws-rq-status        pic x.
                   88 88-rq-pending   value 'P'.
                   88 88-rq-erased    value 'E'.
                   88 88-rq-refused   value 'R'.
                   88 88-rq-dropped   value 'D'.
               10 ws-rq-reason        pic x(36).
               10 ws-rq-token         pic x(6).
               10 ws-rq-cust-count    pic 9(5).
               10 ws-rq-master-count  pic 9(7).
               10 ws-rq-year-count    pic 9(7) occurs 50 times.
               10 ws-rq-points-count  pic 9(5).
               10 ws-rq-ledger-count  pic 9(5).
               10 ws-rq-item-count    pic 9(7).
               10 ws-rq-hist-count    pic 9(7).
               10 ws-rq-plan-count    pic 9(5).
               10 ws-rq-line-count    pic 9(7).
               10 ws-rq-change-count  pic 9(5).
               10 ws-rq-lp-count      pic 9(7).
               10 ws-rq-suspense-count pic 9(5).
               10 ws-rq-inactive-count pic 9(5).
       01 ws-req-sub                  pic 999 value 0.
       01 ws-req-match                pic 999 value 0.
       01 ws-check-customer-id        pic x(6).

      *Set when the request file or the customer master holds more
      *lines than its table. Both are written back from the table,
      *so the run stops before anything is erased or rewritten.
       01 ws-req-overflow             pic x value 'n'.
       01 ws-cust-overflow            pic x value 'n'.

      *Customer master, held in id order for the binary search and
      *written back wholesale once the erasures are in.
       01 ws-cust-count               pic 9(5) value 0.
       01 ws-cust-table.
           05 ws-cust-entry occurs 1 to 20000 times
               depending on ws-cust-count
               ascending key is ws-cu-customer-id
               indexed by ws-cust-idx.
               10 ws-cu-customer-id   pic x(6).
               10 ws-cu-customer-name pic x(20).
               10 ws-cu-exempt-cert   pic x(12).
               10 ws-cu-credit-limit  pic 9(7)v99.
       01 ws-cust-match-idx           pic 9(5) value 0.
       01 ws-cust-insert-idx          pic 9(5) value 0.
       01 ws-shift-idx                pic 9(5) value 0.
       01 ws-erased-entry.
           05 ws-ee-customer-id       pic x(6).
           05 ws-ee-customer-name     pic x(20).
           05 ws-ee-exempt-cert       pic x(12).
           05 ws-ee-credit-limit      pic 9(7)v99.
       01 ws-erased-name              pic x(20)
           value "ERASED CUSTOMER".

      *The years holding archives, loaded at startup - a missing
      *index just means nothing has ever been archived.
       01 ws-year-count               pic 99 value 0.
       01 ws-year-table.
           05 ws-year-entry occurs 1 to 50 times
               depending on ws-year-count
               indexed by ws-year-idx  pic 9(4).
       01 ws-year-sub                 pic 99 value 0.
       01 ws-year-changes             pic 9(7) value 0.

      *The invoices (or open items) of one customer, gathered
      *before any are rewritten - the key being read on is the
      *key being changed.
       01 ws-hold-count               pic 9(5) value 0.
       01 ws-hold-table.
           05 ws-hold-entry occurs 1 to 20000 times
               depending on ws-hold-count
               indexed by ws-hold-idx  pic x(44).
       01 ws-hold-full                pic x value 'n'.

       01 ws-token.
           05 filler                  pic x value 'Z'.
           05 ws-token-number         pic 9(5).
       01 ws-last-token               pic 9(5) value 0.

       01 ws-cert-title.
           05 filler                  pic x(40)
               value "CUSTOMER DATA ERASURE CERTIFICATE".
           05 filler                  pic x(18)
               value "COMPLETED ON DATE:".
           05 ws-ct-date              pic 9(8).

       01 ws-cert-request-line.
           05 filler                  pic x(19)
               value "REQUEST REFERENCE: ".
           05 cr-reference            pic x(10).
           05 filler                  pic x(12)
               value "  RECEIVED: ".
           05 cr-received             pic 9(8).
           05 filler                  pic x(14)
               value "  DAYS TAKEN: ".
           05 cr-days                 pic zzzz9.

       01 ws-cert-token-line.
           05 filler                  pic x(29)
               value "CUSTOMER NOW RECORDED AS:    ".
           05 ct-token                pic x(6).
           05 filler                  pic x(3) value spaces.
           05 filler                  pic x(15)
               value "ERASED CUSTOMER".

       01 ws-cert-file-header.
           05 filler                  pic x(4)  value spaces.
           05 filler                  pic x(32) value "FILE".
           05 filler                  pic x(18)
               value "RECORDS CHANGED".

       01 ws-cert-file-line.
           05 filler                  pic x(4) value spaces.
           05 cf-file-name            pic x(32).
           05 cf-count                pic z(6)9.

       01 ws-late-line                pic x(60)
           value "  ** COMPLETED OUTSIDE THE 30-DAY LEGAL LIMIT".

       01 ws-rule-line                pic x(66) value all "-".

       01 ws-refused-header.
           05 filler                  pic x(11) value "REFERENCE".
           05 filler                  pic x(9)  value "CUSTOMER".
           05 filler                  pic x(10) value "RECEIVED".
           05 filler                  pic x(6)  value "DAYS".
           05 filler                  pic x(6)  value "REASON".

       01 ws-refused-line.
           05 rl-reference            pic x(10).
           05 filler                  pic x value space.
           05 rl-customer             pic x(6).
           05 filler                  pic xx value spaces.
           05 rl-received             pic 9(8).
           05 filler                  pic xx value spaces.
           05 rl-days                 pic zzz9.
           05 filler                  pic xx value spaces.
           05 rl-reason               pic x(36).
           05 rl-late                 pic x(9).

       01 ws-section-line             pic x(60).
       01 ws-none-line                pic x(40)
           value "  NONE".

       01 ws-summary-line.
           05 ws-sl-label             pic x(34).
           05 ws-sl-count             pic z(6)9.

       procedure division.
           perform 890-get-business-date.
           perform 100-load-requests.
           perform 110-load-customer-master.
           perform 120-load-archive-years.
           perform 130-read-erasure-control.
           if ws-req-overflow = 'y'
               display "CUSTERASE: REQUEST FILE OVER 500 LINES - "
                   "NOTHING ERASED"
           end-if.
           if ws-cust-overflow = 'y'
               display "CUSTERASE: CUSTOMER MASTER OVER 20000 LINES"
                   " - NOTHING ERASED"
           end-if.
           if ws-req-overflow = 'y' or ws-cust-overflow = 'y'
               move 16 to return-code
           else
               perform 050-run-erasures
               move 0 to return-code
           end-if.
           goback.

       050-run-erasures.
           perform 200-check-one-request
               varying ws-req-sub from 1 by 1
               until ws-req-sub > ws-req-count.
           perform 250-check-archive-layaways.

           perform 300-assign-tokens
               varying ws-req-sub from 1 by 1
               until ws-req-sub > ws-req-count.
           if ws-erased-count > 0
               perform 320-erase-customer-master
               perform 330-erase-master
               perform 340-erase-archives
               perform 350-erase-points
               perform 360-erase-ar-ledger
               perform 370-erase-ar-items
               perform 380-erase-ar-history
               perform 385-erase-service-plans
               perform 387-erase-master-lines
               perform 394-erase-change-log
               perform 397-erase-lp-history
               perform 389-erase-suspense
               perform 390-block-tokens
               perform 610-write-erasure-control
           end-if.

           open output certificate-file.
           perform 400-print-certificates.
           perform 450-print-refusals.
           perform 480-print-summary.
           close certificate-file.
           perform 600-rewrite-request-file.
           perform 900-write-audit-record.

      *A request for a customer already asked for earlier in the
      *file, or with no real received date, is dropped.
       100-load-requests.
           move 0 to ws-req-count.
           move 'n' to ws-eof.
           open input request-file.
           if ws-request-status = "00"
               read request-file
                   at end move 'y' to ws-eof
               end-read
               perform until ws-eof = 'y'
                   add 1 to ws-requests-read
                   if ws-req-count < 500
                       perform 101-add-one-request
                   else
                       move 'y' to ws-req-overflow
                   end-if
                   read request-file
                       at end move 'y' to ws-eof
                   end-read
               end-perform
               close request-file
           end-if.

       101-add-one-request.
           move 0 to ws-req-match.
           perform 102-match-earlier-request
               varying ws-req-idx from 1 by 1
               until ws-req-idx > ws-req-count
                  or ws-req-match > 0.
           add 1 to ws-req-count.
           initialize ws-req-entry(ws-req-count).
           move er-customer-id   to ws-rq-customer-id(ws-req-count).
           move er-reference     to ws-rq-reference(ws-req-count).
           move 'P'              to ws-rq-status(ws-req-count).
           if er-received-date is numeric
               move er-received-date to ws-rq-received(ws-req-count)
           else
               move 0 to ws-rq-received(ws-req-count)
           end-if.
           if ws-rq-received(ws-req-count) < 19000101
             or ws-rq-received(ws-req-count) > ws-business-date
               move 'D' to ws-rq-status(ws-req-count)
               move "RECEIVED DATE IS NOT A DATE"
                   to ws-rq-reason(ws-req-count)
           end-if.
           if ws-req-match > 0
               move 'D' to ws-rq-status(ws-req-count)
               move "SAME CUSTOMER AS AN EARLIER REQUEST"
                   to ws-rq-reason(ws-req-count)
           end-if.

       102-match-earlier-request.
           if ws-rq-customer-id(ws-req-idx) = er-customer-id
               set ws-req-match to ws-req-idx
           end-if.

       110-load-customer-master.
           move 0 to ws-cust-count.
           move 'n' to ws-eof.
           open input customer-master-file.
           if ws-customer-status = "00"
               read customer-master-file
                   at end move 'y' to ws-eof
               end-read
               perform until ws-eof = 'y'
                   if ws-cust-count < 20000
                       add 1 to ws-cust-count
                       move customer-master-rec
                           to ws-cust-entry(ws-cust-count)
                   else
                       move 'y' to ws-cust-overflow
                   end-if
                   read customer-master-file
                       at end move 'y' to ws-eof
                   end-read
               end-perform
               close customer-master-file
           end-if.

       120-load-archive-years.
           move 0 to ws-year-count.
           open input archive-years-file.
           if ws-years-status = "00"
               read archive-years-file
                   at end move high-values to archive-years-rec
               end-read
               perform until archive-years-rec = high-values
                   if ws-year-count < 50
                       add 1 to ws-year-count
                       move archive-years-rec
                           to ws-year-entry(ws-year-count)
                   end-if
                   read archive-years-file
                       at end move high-values to archive-years-rec
                   end-read
               end-perform
               close archive-years-file
           end-if.

      *No control card yet means no token has been handed out.
       130-read-erasure-control.
           move 0 to ws-last-token.
           open input erasure-control-file.
           if ws-control-status = "00"
               read erasure-control-file
                   at end move 0 to ws-last-token
                   not at end
                       move erasure-control-rec to ws-last-token
               end-read
               close erasure-control-file
           end-if.

      *A request has to name a customer on the master, and the
      *customer cannot still be owed points, owe on a house
      *account, or have a layaway open - the token would leave
      *nobody to settle it with.
       200-check-one-request.
           if 88-rq-pending(ws-req-sub)
               perform 210-find-customer
               if ws-cust-match-idx = 0
                   move 'D' to ws-rq-status(ws-req-sub)
                   move "NOT ON THE CUSTOMER MASTER"
                       to ws-rq-reason(ws-req-sub)
               end-if
           end-if.
           if 88-rq-pending(ws-req-sub)
               perform 220-check-points
           end-if.
           if 88-rq-pending(ws-req-sub)
               perform 225-check-house-account
           end-if.
           if 88-rq-pending(ws-req-sub)
               perform 230-check-master-layaways
           end-if.

       210-find-customer.
           move 0 to ws-cust-match-idx.
           if ws-cust-count > 0
               search all ws-cust-entry
                   at end continue
                   when ws-cu-customer-id(ws-cust-idx) =
                        ws-rq-customer-id(ws-req-sub)
                       set ws-cust-match-idx to ws-cust-idx
               end-search
           end-if.

       220-check-points.
           open input points-balance-file.
           if ws-points-status = "00"
               move ws-rq-customer-id(ws-req-sub) to pb-customer-id
               read points-balance-file
                   invalid key move 0 to pb-balance
               end-read
               if ws-points-status = "00" and pb-balance > 0
                   move 'R' to ws-rq-status(ws-req-sub)
                   move "LOYALTY POINTS STILL OUTSTANDING"
                       to ws-rq-reason(ws-req-sub)
               end-if
               close points-balance-file
           end-if.

      *A credit balance is money the store owes the customer - it
      *has to be refunded before the account can be erased, the
      *same as a debit has to be paid.
       225-check-house-account.
           open input ar-ledger-file.
           if ws-ledger-status = "00"
               move ws-rq-customer-id(ws-req-sub) to al-customer-id
               read ar-ledger-file
                   invalid key move 0 to al-balance
               end-read
               if ws-ledger-status = "00" and al-balance not = 0
                   move 'R' to ws-rq-status(ws-req-sub)
                   move "HOUSE ACCOUNT BALANCE NOT ZERO"
                       to ws-rq-reason(ws-req-sub)
               end-if
               close ar-ledger-file
           end-if.

      *Every layaway the customer rang on the live master is looked
      *up on the layaway master; one still open refuses the
      *request. A layaway rung as a ticket sits on the master under
      *its 'H' header, so every ticket is looked up too - a ticket
      *that was a plain sale is simply not on the layaway master.
       230-check-master-layaways.
           open input master-file.
           perform 245-open-layaway-master.
           if ws-master-status = "00"
               move 'n' to ws-eof
               move ws-rq-customer-id(ws-req-sub) to mr-customer-id
               start master-file key = mr-customer-id
                   invalid key move 'y' to ws-eof
               end-start
               perform 231-check-next-master-rec until ws-eof = 'y'
               close master-file
           end-if.
           if ws-layaway-open = 'y'
               close layaway-master-file
           end-if.

       231-check-next-master-rec.
           read master-file next record
               at end move 'y' to ws-eof
           end-read.
           if ws-eof = 'n'
               if mr-customer-id not = ws-rq-customer-id(ws-req-sub)
                   move 'y' to ws-eof
               else
                   if mr-trans-code = 'L' or mr-trans-code = 'H'
                       move mr-invoice-number to lm-invoice-number
                       perform 240-check-one-layaway
                   end-if
               end-if
           end-if.

       240-check-one-layaway.
           if ws-layaway-open = 'y'
               read layaway-master-file
                   invalid key move 'C' to lm-status
               end-read
               if ws-layaway-status = "00" and lm-open
                   move 'R' to ws-rq-status(ws-req-sub)
                   move "LAYAWAY STILL OPEN"
                       to ws-rq-reason(ws-req-sub)
               end-if
           end-if.

       245-open-layaway-master.
           open input layaway-master-file.
           if ws-layaway-status = "00"
               move 'y' to ws-layaway-open
           else
               move 'n' to ws-layaway-open
           end-if.

      *Layaways rung long enough ago to have been archived are
      *checked too - one pass over each archive for every request
      *still pending.
       250-check-archive-layaways.
           perform 245-open-layaway-master.
           if ws-layaway-open = 'y'
               perform 251-check-one-archive
                   varying ws-year-sub from 1 by 1
                   until ws-year-sub > ws-year-count
               close layaway-master-file
           end-if.

       251-check-one-archive.
           perform 345-build-archive-name.
           move 'n' to ws-eof.
           open input archive-file.
           if ws-archive-status not = "00"
               move 'y' to ws-eof
           else
               read archive-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 252-check-one-archive-rec until ws-eof = 'y'.
           if ws-archive-status = "00" or ws-archive-status = "10"
               close archive-file
           end-if.

       252-check-one-archive-rec.
           if ar-trans-code = 'L' or ar-trans-code = 'H'
               move ar-customer-id to ws-check-customer-id
               perform 253-find-pending-request
               if ws-req-match > 0
                   move ws-req-match to ws-req-sub
                   move ar-invoice-number to lm-invoice-number
                   perform 240-check-one-layaway
               end-if
           end-if.
           read archive-file
               at end move 'y' to ws-eof.

       253-find-pending-request.
           move 0 to ws-req-match.
           perform 254-match-pending-request
               varying ws-req-idx from 1 by 1
               until ws-req-idx > ws-req-count
                  or ws-req-match > 0.

       254-match-pending-request.
           if 88-rq-pending(ws-req-idx)
             and ws-rq-customer-id(ws-req-idx) = ws-check-customer-id
               set ws-req-match to ws-req-idx
           end-if.

      *Each request that passed every check gets the next token.
       300-assign-tokens.
           if 88-rq-pending(ws-req-sub)
               add 1 to ws-last-token
               move ws-last-token to ws-token-number
               move ws-token to ws-rq-token(ws-req-sub)
               move 'E' to ws-rq-status(ws-req-sub)
               add 1 to ws-erased-count
           else
               if 88-rq-refused(ws-req-sub)
                   add 1 to ws-refused-count
               else
                   add 1 to ws-dropped-count
               end-if
           end-if.

      *The customer's line comes out and an anonymous one under the
      *token goes in, in id order. The tax-exempt certificate stays
      *- exempt sales already on file are audited against it - and
      *the house credit limit goes to zero.
       320-erase-customer-master.
           perform 321-erase-one-customer
               varying ws-req-sub from 1 by 1
               until ws-req-sub > ws-req-count.
           open output customer-master-file.
           perform 325-write-one-customer
               varying ws-cust-idx from 1 by 1
               until ws-cust-idx > ws-cust-count.
           close customer-master-file.

       321-erase-one-customer.
           if 88-rq-erased(ws-req-sub)
               perform 210-find-customer
               if ws-cust-match-idx > 0
                   move ws-cust-entry(ws-cust-match-idx)
                       to ws-erased-entry
                   perform 322-shift-one-down
                       varying ws-shift-idx from ws-cust-match-idx
                       by 1
                       until ws-shift-idx >= ws-cust-count
                   subtract 1 from ws-cust-count
                   move ws-rq-token(ws-req-sub) to ws-ee-customer-id
                   move ws-erased-name to ws-ee-customer-name
                   move 0 to ws-ee-credit-limit
                   perform 323-insert-erased-entry
                   add 1 to ws-rq-cust-count(ws-req-sub)
               end-if
           end-if.

       322-shift-one-down.
           move ws-cust-entry(ws-shift-idx + 1)
               to ws-cust-entry(ws-shift-idx).

       323-insert-erased-entry.
           move ws-cust-count to ws-cust-insert-idx.
           add 1 to ws-cust-insert-idx.
           perform 324-find-insert-point
               varying ws-cust-idx from ws-cust-count by -1
               until ws-cust-idx < 1.
           add 1 to ws-cust-count.
           perform 326-shift-one-up
               varying ws-shift-idx from ws-cust-count by -1
               until ws-shift-idx <= ws-cust-insert-idx.
           move ws-erased-entry to ws-cust-entry(ws-cust-insert-idx).

       324-find-insert-point.
           if ws-cu-customer-id(ws-cust-idx) > ws-ee-customer-id
               set ws-cust-insert-idx to ws-cust-idx
           end-if.

       326-shift-one-up.
           move ws-cust-entry(ws-shift-idx - 1)
               to ws-cust-entry(ws-shift-idx).

       325-write-one-customer.
           move ws-cust-entry(ws-cust-idx) to customer-master-rec.
           write customer-master-rec.

      *The customer's invoices are gathered off the alternate key
      *first, then each is read back on its invoice number and
      *rewritten under the token.
       330-erase-master.
           open i-o master-file.
           if ws-master-status = "00"
               perform 331-erase-one-master-customer
                   varying ws-req-sub from 1 by 1
                   until ws-req-sub > ws-req-count
               close master-file
           end-if.

       331-erase-one-master-customer.
           if 88-rq-erased(ws-req-sub)
               move 0 to ws-hold-count
               move 'n' to ws-eof
               move ws-rq-customer-id(ws-req-sub) to mr-customer-id
               start master-file key = mr-customer-id
                   invalid key move 'y' to ws-eof
               end-start
               perform 332-hold-next-invoice until ws-eof = 'y'
               perform 333-rewrite-one-invoice
                   varying ws-hold-idx from 1 by 1
                   until ws-hold-idx > ws-hold-count
           end-if.

       332-hold-next-invoice.
           read master-file next record
               at end move 'y' to ws-eof
           end-read.
           if ws-eof = 'n'
               if mr-customer-id not = ws-rq-customer-id(ws-req-sub)
                 or ws-hold-count >= 20000
                   move 'y' to ws-eof
               else
                   add 1 to ws-hold-count
                   move mr-invoice-number
                       to ws-hold-entry(ws-hold-count)
               end-if
           end-if.

       333-rewrite-one-invoice.
           move ws-hold-entry(ws-hold-idx) to mr-invoice-number.
           read master-file
               invalid key move spaces to mr-customer-id
           end-read.
           if ws-master-status = "00"
               move ws-rq-token(ws-req-sub) to mr-customer-id
               rewrite master-rec
                   invalid key continue
               end-rewrite
               if ws-master-status = "00"
                   add 1 to ws-rq-master-count(ws-req-sub)
               end-if
           end-if.

      *Each archive is copied to the work file with every erased
      *customer's id swapped for the token, and copied back only
      *if something in it changed.
       340-erase-archives.
           perform 341-erase-one-archive
               varying ws-year-sub from 1 by 1
               until ws-year-sub > ws-year-count.

       341-erase-one-archive.
           perform 345-build-archive-name.
           move 0 to ws-year-changes.
           move 'n' to ws-eof.
           open input archive-file.
           if ws-archive-status = "00"
               open output work-file
               read archive-file
                   at end move 'y' to ws-eof
               end-read
               perform 342-copy-one-archive-rec until ws-eof = 'y'
               close archive-file
               close work-file
               if ws-year-changes > 0
                   perform 346-copy-work-to-archive
               end-if
           end-if.

       342-copy-one-archive-rec.
           move ar-customer-id to ws-check-customer-id.
           perform 347-find-erased-request.
           if ws-req-match > 0
               move ws-rq-token(ws-req-match) to ar-customer-id
               add 1 to ws-rq-year-count(ws-req-match, ws-year-sub)
               add 1 to ws-year-changes
           end-if.
           move archive-rec to work-rec.
           write work-rec.
           read archive-file
               at end move 'y' to ws-eof.

       345-build-archive-name.
           move spaces to ws-archive-file-name.
           string "../../data/valid-master-arch-" delimited by size
                  ws-year-entry(ws-year-sub) delimited by size
                  ".dat" delimited by size
               into ws-archive-file-name.

       346-copy-work-to-archive.
           move 'n' to ws-eof.
           open input work-file.
           open output archive-file.
           read work-file
               at end move 'y' to ws-eof
           end-read.
           perform until ws-eof = 'y'
               move work-rec to archive-rec
               write archive-rec
               read work-file
                   at end move 'y' to ws-eof
               end-read
           end-perform.
           close work-file.
           close archive-file.

       347-find-erased-request.
           move 0 to ws-req-match.
           perform 348-match-erased-request
               varying ws-req-idx from 1 by 1
               until ws-req-idx > ws-req-count
                  or ws-req-match > 0.

       348-match-erased-request.
           if 88-rq-erased(ws-req-idx)
             and ws-rq-customer-id(ws-req-idx) = ws-check-customer-id
               set ws-req-match to ws-req-idx
           end-if.

      *The points balance is keyed on the customer id, so the
      *record is deleted and written again under the token - the
      *accrued and redeemed totals carried across untouched.
       350-erase-points.
           open i-o points-balance-file.
           if ws-points-status = "00"
               perform 351-erase-one-points-rec
                   varying ws-req-sub from 1 by 1
                   until ws-req-sub > ws-req-count
               close points-balance-file
           end-if.

       351-erase-one-points-rec.
           if 88-rq-erased(ws-req-sub)
               move ws-rq-customer-id(ws-req-sub) to pb-customer-id
               read points-balance-file
                   invalid key continue
               end-read
               if ws-points-status = "00"
                   delete points-balance-file record
                       invalid key continue
                   end-delete
                   move ws-rq-token(ws-req-sub) to pb-customer-id
                   write points-balance-rec
                       invalid key continue
                   end-write
                   if ws-points-status = "00"
                       add 1 to ws-rq-points-count(ws-req-sub)
                   end-if
               end-if
           end-if.

      *The house-account ledger line goes across the same way.
       360-erase-ar-ledger.
           open i-o ar-ledger-file.
           if ws-ledger-status = "00"
               perform 361-erase-one-ledger-rec
                   varying ws-req-sub from 1 by 1
                   until ws-req-sub > ws-req-count
               close ar-ledger-file
           end-if.

       361-erase-one-ledger-rec.
           if 88-rq-erased(ws-req-sub)
               move ws-rq-customer-id(ws-req-sub) to al-customer-id
               read ar-ledger-file
                   invalid key continue
               end-read
               if ws-ledger-status = "00"
                   delete ar-ledger-file record
                       invalid key continue
                   end-delete
                   move ws-rq-token(ws-req-sub) to al-customer-id
                   write ar-ledger-rec
                       invalid key continue
                   end-write
                   if ws-ledger-status = "00"
                       add 1 to ws-rq-ledger-count(ws-req-sub)
                   end-if
               end-if
           end-if.

      *Open items are keyed on the customer id first, so the
      *customer's items are gathered before any is moved - the
      *token sorts after the id and would be read again.
       370-erase-ar-items.
           open i-o ar-item-file.
           if ws-item-status = "00"
               perform 371-erase-one-item-customer
                   varying ws-req-sub from 1 by 1
                   until ws-req-sub > ws-req-count
               close ar-item-file
           end-if.

       371-erase-one-item-customer.
           if 88-rq-erased(ws-req-sub)
               move 0 to ws-hold-count
               move 'n' to ws-eof
               move low-values to ai-key
               move ws-rq-customer-id(ws-req-sub) to ai-customer-id
               start ar-item-file key >= ai-key
                   invalid key move 'y' to ws-eof
               end-start
               perform 372-hold-next-item until ws-eof = 'y'
               perform 373-move-one-item
                   varying ws-hold-idx from 1 by 1
                   until ws-hold-idx > ws-hold-count
           end-if.

       372-hold-next-item.
           read ar-item-file next record
               at end move 'y' to ws-eof
           end-read.
           if ws-eof = 'n'
               if ai-customer-id not = ws-rq-customer-id(ws-req-sub)
                 or ws-hold-count >= 20000
                   move 'y' to ws-eof
               else
                   add 1 to ws-hold-count
                   move ar-item-rec to ws-hold-entry(ws-hold-count)
               end-if
           end-if.

       373-move-one-item.
           move ws-hold-entry(ws-hold-idx) to ar-item-rec.
           delete ar-item-file record
               invalid key continue
           end-delete.
           if ws-item-status = "00"
               move ws-hold-entry(ws-hold-idx) to ar-item-rec
               move ws-rq-token(ws-req-sub) to ai-customer-id
               write ar-item-rec
                   invalid key continue
               end-write
               if ws-item-status = "00"
                   add 1 to ws-rq-item-count(ws-req-sub)
               end-if
           end-if.

      *The house-account history the statements print from is
      *rewritten through the work file like an archive.
       380-erase-ar-history.
           move 0 to ws-year-changes.
           move 'n' to ws-eof.
           open input ar-transaction-file.
           if ws-ar-trans-status = "00"
               open output work-file
               read ar-transaction-file
                   at end move 'y' to ws-eof
               end-read
               perform 381-copy-one-history-rec until ws-eof = 'y'
               close ar-transaction-file
               close work-file
               if ws-year-changes > 0
                   perform 382-copy-work-to-history
               end-if
           end-if.

       381-copy-one-history-rec.
           move at-customer-id to ws-check-customer-id.
           perform 347-find-erased-request.
           if ws-req-match > 0
               move ws-rq-token(ws-req-match) to at-customer-id
               add 1 to ws-rq-hist-count(ws-req-match)
               add 1 to ws-year-changes
           end-if.
           move ar-transaction-rec to work-rec.
           write work-rec.
           read ar-transaction-file
               at end move 'y' to ws-eof.

       382-copy-work-to-history.
           move 'n' to ws-eof.
           open input work-file.
           open output ar-transaction-file.
           read work-file
               at end move 'y' to ws-eof
           end-read.
           perform until ws-eof = 'y'
               move work-rec to ar-transaction-rec
               write ar-transaction-rec
               read work-file
                   at end move 'y' to ws-eof
               end-read
           end-perform.
           close work-file.
           close ar-transaction-file.

      *The customer on a service plan is not part of its key, so
      *each plan is rewritten in place as the file is read.
       385-erase-service-plans.
           open i-o plan-master-file.
           if ws-plan-status = "00"
               move 'n' to ws-eof
               move low-values to pm-plan-key
               start plan-master-file key >= pm-plan-key
                   invalid key move 'y' to ws-eof
               end-start
               perform 386-erase-one-plan until ws-eof = 'y'
               close plan-master-file
           end-if.

       386-erase-one-plan.
           read plan-master-file next record
               at end move 'y' to ws-eof
           end-read.
           if ws-eof = 'n'
               move pm-customer-id to ws-check-customer-id
               perform 347-find-erased-request
               if ws-req-match > 0
                   move ws-rq-token(ws-req-match) to pm-customer-id
                   rewrite plan-master-rec
                       invalid key continue
                   end-rewrite
                   add 1 to ws-rq-plan-count(ws-req-match)
               end-if
           end-if.

      *Ticket lines repeat the customer of their header but the
      *customer is not part of their key, so each line is
      *rewritten in place as the file is read.
       387-erase-master-lines.
           open i-o master-lines-file.
           if ws-lines-status = "00"
               move 'n' to ws-eof
               move low-values to ml-line-key
               start master-lines-file key >= ml-line-key
                   invalid key move 'y' to ws-eof
               end-start
               perform 388-erase-one-line until ws-eof = 'y'
               close master-lines-file
           end-if.

       388-erase-one-line.
           read master-lines-file next record
               at end move 'y' to ws-eof
           end-read.
           if ws-eof = 'n'
               move ml-customer-id to ws-check-customer-id
               perform 347-find-erased-request
               if ws-req-match > 0
                   move ws-rq-token(ws-req-match) to ml-customer-id
                   rewrite master-line-rec
                       invalid key continue
                   end-rewrite
                   add 1 to ws-rq-line-count(ws-req-match)
               end-if
           end-if.

      *A change to the customer table is logged under the customer
      *id with the master line before and after it, name and all -
      *the key and both images go across to the token.
       394-erase-change-log.
           move 0 to ws-year-changes.
           move 'n' to ws-eof.
           open input change-log-file.
           if ws-change-log-status = "00"
               open output work-file
               read change-log-file
                   at end move 'y' to ws-eof
               end-read
               perform 395-copy-one-change-rec until ws-eof = 'y'
               close change-log-file
               close work-file
               if ws-year-changes > 0
                   perform 396-copy-work-to-change-log
               end-if
           end-if.

       395-copy-one-change-rec.
           move 0 to ws-req-match.
           if rc-table-code = "CU"
               move rc-key to ws-check-customer-id
               perform 347-find-erased-request
           end-if.
           if ws-req-match > 0
               move ws-rq-token(ws-req-match) to rc-key
               if rc-before-id = ws-check-customer-id
                   move ws-rq-token(ws-req-match) to rc-before-id
                   move ws-erased-name to rc-before-name
               end-if
               if rc-after-id = ws-check-customer-id
                   move ws-rq-token(ws-req-match) to rc-after-id
                   move ws-erased-name to rc-after-name
               end-if
               add 1 to ws-rq-change-count(ws-req-match)
               add 1 to ws-year-changes
           end-if.
           move change-log-rec to work-change-rec.
           write work-change-rec.
           read change-log-file
               at end move 'y' to ws-eof.

       396-copy-work-to-change-log.
           move 'n' to ws-eof.
           open input work-file.
           open output change-log-file.
           read work-file
               at end move 'y' to ws-eof
           end-read.
           perform until ws-eof = 'y'
               move work-change-rec to change-log-rec
               write change-log-rec
               read work-file
                   at end move 'y' to ws-eof
               end-read
           end-perform.
           close work-file.
           close change-log-file.

      *The loss-prevention return history is rewritten through the
      *work file the same way.
       397-erase-lp-history.
           move 0 to ws-year-changes.
           move 'n' to ws-eof.
           open input return-history-file.
           if ws-lp-history-status = "00"
               open output work-file
               read return-history-file
                   at end move 'y' to ws-eof
               end-read
               perform 398-copy-one-lp-rec until ws-eof = 'y'
               close return-history-file
               close work-file
               if ws-year-changes > 0
                   perform 399-copy-work-to-lp-history
               end-if
           end-if.

       398-copy-one-lp-rec.
           move rh-customer-id to ws-check-customer-id.
           perform 347-find-erased-request.
           if ws-req-match > 0
               move ws-rq-token(ws-req-match) to rh-customer-id
               add 1 to ws-rq-lp-count(ws-req-match)
               add 1 to ws-year-changes
           end-if.
           move return-history-rec to work-return-rec.
           write work-return-rec.
           read return-history-file
               at end move 'y' to ws-eof.

       399-copy-work-to-lp-history.
           move 'n' to ws-eof.
           open input work-file.
           open output return-history-file.
           read work-file
               at end move 'y' to ws-eof
           end-read.
           perform until ws-eof = 'y'
               move work-return-rec to return-history-rec
               write return-history-rec
               read work-file
                   at end move 'y' to ws-eof
               end-read
           end-perform.
           close work-file.
           close return-history-file.

      *The orphan returns on suspense are rewritten through the
      *work file the same way.
       389-erase-suspense.
           move 0 to ws-year-changes.
           move 'n' to ws-eof.
           open input suspense-file.
           if ws-suspense-status = "00"
               open output work-file
               read suspense-file
                   at end move 'y' to ws-eof
               end-read
               perform 392-copy-one-suspense-rec until ws-eof = 'y'
               close suspense-file
               close work-file
               if ws-year-changes > 0
                   perform 393-copy-work-to-suspense
               end-if
           end-if.

       392-copy-one-suspense-rec.
           move sp-customer-id to ws-check-customer-id.
           perform 347-find-erased-request.
           if ws-req-match > 0
               move ws-rq-token(ws-req-match) to sp-customer-id
               add 1 to ws-rq-suspense-count(ws-req-match)
               add 1 to ws-year-changes
           end-if.
           move suspense-rec to work-suspense-rec.
           write work-suspense-rec.
           read suspense-file
               at end move 'y' to ws-eof.

       393-copy-work-to-suspense.
           move 'n' to ws-eof.
           open input work-file.
           open output suspense-file.
           read work-file
               at end move 'y' to ws-eof
           end-read.
           perform until ws-eof = 'y'
               move work-suspense-rec to suspense-rec
               write suspense-rec
               read work-file
                   at end move 'y' to ws-eof
               end-read
           end-perform.
           close work-file.
           close suspense-file.

      *The token is taken out of service from today, so no new
      *sale can be rung against an erased customer.
       390-block-tokens.
           open extend reference-inactive-file.
           if ws-inactive-status not = "00"
               open output reference-inactive-file
           end-if.
           perform 391-block-one-token
               varying ws-req-sub from 1 by 1
               until ws-req-sub > ws-req-count.
           close reference-inactive-file.

       391-block-one-token.
           if 88-rq-erased(ws-req-sub)
               move "CU" to ri-table-code
               move ws-rq-token(ws-req-sub) to ri-key
               move ws-business-date to ri-last-date
               write reference-inactive-rec
               add 1 to ws-rq-inactive-count(ws-req-sub)
           end-if.

      *One certificate per customer erased - the request, the token
      *the customer is now recorded under, and every file touched
      *with the records changed in it. The customer's own id does
      *not appear.
       400-print-certificates.
           move ws-business-date to ws-ct-date.
           perform 410-print-one-certificate
               varying ws-req-sub from 1 by 1
               until ws-req-sub > ws-req-count.

       410-print-one-certificate.
           if 88-rq-erased(ws-req-sub)
               perform 420-compute-days-open
               write certificate-line from ws-cert-title
               write certificate-line from ws-rule-line
               move ws-rq-reference(ws-req-sub) to cr-reference
               move ws-rq-received(ws-req-sub)  to cr-received
               move ws-days-open                to cr-days
               write certificate-line from ws-cert-request-line
               move ws-rq-token(ws-req-sub) to ct-token
               write certificate-line from ws-cert-token-line
               move spaces to certificate-line
               write certificate-line
               write certificate-line from ws-cert-file-header
               move "customer-master.dat" to cf-file-name
               move ws-rq-cust-count(ws-req-sub) to cf-count
               write certificate-line from ws-cert-file-line
               move "valid-master.dat" to cf-file-name
               move ws-rq-master-count(ws-req-sub) to cf-count
               write certificate-line from ws-cert-file-line
               move "valid-master-lines.dat" to cf-file-name
               move ws-rq-line-count(ws-req-sub) to cf-count
               write certificate-line from ws-cert-file-line
               perform 411-print-one-archive-count
                   varying ws-year-sub from 1 by 1
                   until ws-year-sub > ws-year-count
               move "points-balance.dat" to cf-file-name
               move ws-rq-points-count(ws-req-sub) to cf-count
               write certificate-line from ws-cert-file-line
               move "ar-ledger.dat" to cf-file-name
               move ws-rq-ledger-count(ws-req-sub) to cf-count
               write certificate-line from ws-cert-file-line
               move "ar-items.dat" to cf-file-name
               move ws-rq-item-count(ws-req-sub) to cf-count
               write certificate-line from ws-cert-file-line
               move "ar-transactions.dat" to cf-file-name
               move ws-rq-hist-count(ws-req-sub) to cf-count
               write certificate-line from ws-cert-file-line
               move "service-plan-master.dat" to cf-file-name
               move ws-rq-plan-count(ws-req-sub) to cf-count
               write certificate-line from ws-cert-file-line
               move "reference-change-log.dat" to cf-file-name
               move ws-rq-change-count(ws-req-sub) to cf-count
               write certificate-line from ws-cert-file-line
               move "lp-return-history.dat" to cf-file-name
               move ws-rq-lp-count(ws-req-sub) to cf-count
               write certificate-line from ws-cert-file-line
               move "suspense.dat" to cf-file-name
               move ws-rq-suspense-count(ws-req-sub) to cf-count
               write certificate-line from ws-cert-file-line
               move "reference-inactive.dat" to cf-file-name
               move ws-rq-inactive-count(ws-req-sub) to cf-count
               write certificate-line from ws-cert-file-line
               if ws-days-open > ws-erasure-limit-days
                   write certificate-line from ws-late-line
               end-if
               write certificate-line from ws-rule-line
               move spaces to certificate-line
               write certificate-line
           end-if.

       411-print-one-archive-count.
           move spaces to cf-file-name.
           string "valid-master-arch-" delimited by size
                  ws-year-entry(ws-year-sub) delimited by size
                  ".dat" delimited by size
               into cf-file-name.
           move ws-rq-year-count(ws-req-sub, ws-year-sub) to cf-count.
           write certificate-line from ws-cert-file-line.

       420-compute-days-open.
           move 0 to ws-days-open.
           if ws-rq-received(ws-req-sub) >= 19000101
             and ws-rq-received(ws-req-sub) <= ws-business-date
               compute ws-days-open =
                   function integer-of-date(ws-business-date)
                 - function integer-of-date(ws-rq-received(ws-req-sub))
           end-if.

      *Requests not erased - refused ones stay on the file for the
      *next run, dropped ones come off it. A refusal already past
      *the legal limit is flagged.
       450-print-refusals.
           move "REQUESTS NOT ERASED:" to ws-section-line.
           write certificate-line from ws-section-line.
           write certificate-line from ws-refused-header.
           perform 451-print-one-refusal
               varying ws-req-sub from 1 by 1
               until ws-req-sub > ws-req-count.
           if ws-refused-count + ws-dropped-count = 0
               write certificate-line from ws-none-line
           end-if.

       451-print-one-refusal.
           if not 88-rq-erased(ws-req-sub)
               perform 420-compute-days-open
               move ws-rq-reference(ws-req-sub)   to rl-reference
               move ws-rq-customer-id(ws-req-sub) to rl-customer
               move ws-rq-received(ws-req-sub)    to rl-received
               move ws-days-open                  to rl-days
               move ws-rq-reason(ws-req-sub)      to rl-reason
               if 88-rq-refused(ws-req-sub)
                 and ws-days-open > ws-erasure-limit-days
                   move " ** LATE" to rl-late
               else
                   move spaces to rl-late
               end-if
               write certificate-line from ws-refused-line
           end-if.

       480-print-summary.
           move spaces to certificate-line.
           write certificate-line.
           move "REQUESTS READ:"                  to ws-sl-label.
           move ws-requests-read                  to ws-sl-count.
           write certificate-line from ws-summary-line.
           move "CUSTOMERS ERASED:"               to ws-sl-label.
           move ws-erased-count                   to ws-sl-count.
           write certificate-line from ws-summary-line.
           move "REFUSED - KEPT FOR NEXT RUN:"    to ws-sl-label.
           move ws-refused-count                  to ws-sl-count.
           write certificate-line from ws-summary-line.
           move "DROPPED:"                        to ws-sl-label.
           move ws-dropped-count                  to ws-sl-count.
           write certificate-line from ws-summary-line.

      *Only the refused requests are written back, so an erased
      *customer's id does not stay behind on the request file.
       600-rewrite-request-file.
           open output request-file.
           perform 601-write-one-request
               varying ws-req-sub from 1 by 1
               until ws-req-sub > ws-req-count.
           close request-file.

       601-write-one-request.
           if 88-rq-refused(ws-req-sub)
               move ws-rq-customer-id(ws-req-sub) to er-customer-id
               move ws-rq-received(ws-req-sub)    to er-received-date
               move ws-rq-reference(ws-req-sub)   to er-reference
               write request-rec
           end-if.

       610-write-erasure-control.
           open output erasure-control-file.
           move ws-last-token to erasure-control-rec.
           write erasure-control-rec.
           close erasure-control-file.

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

      *Append one line to the shared audit trail recording the
      *program name, when it ran, how many requests it read, and
      *how many were erased, refused and dropped.
       900-write-audit-record.
           move "CUSTERASE"              to au-program-name.
           accept au-run-date            from date.
           accept au-run-time            from time.
           move ws-business-date-6       to au-business-date.
           move ws-requests-read         to au-input-count.
           move ws-erased-count          to au-output-count-1.
           move ws-refused-count         to au-output-count-2.
           move ws-dropped-count         to au-output-count-3.
           open extend audit-trail-file.
           write audit-rec.
           close audit-trail-file.

       end program CUSTERASE.
