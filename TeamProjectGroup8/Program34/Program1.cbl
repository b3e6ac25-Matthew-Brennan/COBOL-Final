      *    instead of being posted, the same way CARDLEDGER refuses
      *    an over-balance gift card redemption. The whole balance
      *    file is also extracted as the points statement finance
      *    mails at month end. A split-tender sale earns points
      *    only on the share not paid in points, and its 'LP'
      *    tender is burned as a redemption like any other.

       environment division.
       input-output section.
               assign to "../../data/SalesRecords_out.dat"
               organization is line sequential.

           select tender-input-file
               assign to "../../data/TenderRecords_out.dat"
               organization is line sequential
               file status is ws-tender-status.

           select points-balance-file
               assign to "../../data/points-balance.dat"
               organization is indexed
       file section.
       fd sales-input-file
           data record is sales-input-line
           record contains 67 characters.

       01 sales-input-line.
           05 si-trans-code            pic x.
           05 si-customer-id           pic x(6).
           05 si-approver-id           pic x(4).
           05 si-tax-exempt            pic x.
           05 si-trans-time            pic 9(4).

      *One 'N' tender per line behind each split-tender sale, in
      *the same layout as the sales stream.
       fd tender-input-file
           data record is tender-input-line
           record contains 67 characters.

       01 tender-input-line.
           05 ti-trans-code            pic x.
           05 ti-trans-amount          pic 9(5)v99.
           05 ti-payment-type          pic xx.
           05 ti-store-number          pic xx.
           05 ti-invoice-number        pic x(9).
           05 ti-sku-code              pic x(15).
           05 ti-trans-date            pic 9(8).
           05 ti-layaway-status        pic x.
           05 ti-cashier-id            pic x(4).
           05 ti-quantity              pic 9(3).
           05 ti-customer-id           pic x(6).
           05 ti-approver-id           pic x(4).
           05 ti-tax-exempt            pic x.
           05 ti-trans-time            pic 9(4).

      *One balance record per loyalty customer, keyed on customer
      *id - the outstanding points the store owes them.
           05 ws-business-date-6      pic 9(6).
       01 ws-eof                      pic x value 'n'.
       01 ws-balance-status           pic xx.
       01 ws-tender-status            pic xx.
       01 ws-customer-found           pic x value 'n'.

       01 ws-records-read             pic 9(7) value 0.
       01 ws-accrue-points            pic 9(5) value 0.
       01 ws-redeem-points            pic 9(9) value 0.
       01 ws-statement-period         pic 9(6) value 0.
       01 ws-accrue-amount            pic 9(5)v99 value 0.

      *Scratch fields holding the redemption being posted, so an
      *'LP'-tendered sale and an 'LP' tender share one routine.
       01 ws-post-customer            pic x(6).
       01 ws-post-amount              pic 9(5)v99.
       01 ws-post-date                pic 9(8).
       01 ws-post-invoice             pic x(9).

      *Points tendered toward each split-tender sale, loaded from
      *the tender stream before the sales pass. The unapplied
      *figure is worked down as the sale's lines come through, so
      *a multi-line ticket paid partly in points loses the points
      *share from its accrual once, not once per line.
       01 ws-lp-tender-count          pic 9(4) value 0.
       01 ws-lp-tender-table.
           05 ws-lt-entry occurs 1 to 2000 times
               depending on ws-lp-tender-count
               indexed by ws-lt-idx.
               10 ws-lt-invoice       pic x(9).
               10 ws-lt-unapplied     pic 9(7)v99.
       01 ws-lt-found                 pic x value 'n'.
       01 ws-lt-entry-idx             pic 9(4) value 0.

       01 ws-report-header            pic x(36)
           value "LOYALTY POINTS LEDGER REPORT".
           move spaces to loyalty-line.
           write loyalty-line.

           perform 050-load-lp-tenders.
           perform 100-post-sales-activity.
           perform 150-post-tender-redemptions.
           perform 300-print-summary.
           perform 400-write-statement-extract.
           perform 900-write-audit-record.
           move 0 to return-code.
           goback.

      *Gather the points share of every split-tender sale. A night
      *with no split tenders may have no tender stream at all.
       050-load-lp-tenders.
           move 0 to ws-lp-tender-count.
           move 'n' to ws-eof.
           open input tender-input-file.
           if ws-tender-status not = "00"
               move 'y' to ws-eof
           else
               read tender-input-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 060-load-one-lp-tender until ws-eof = 'y'.
           if ws-tender-status = "00" or ws-tender-status = "10"
               close tender-input-file
           end-if.

       060-load-one-lp-tender.
           if ti-payment-type = "LP"
               move ti-invoice-number to ws-post-invoice
               perform 070-find-lp-tender
               if ws-lt-found = 'n' and ws-lp-tender-count < 2000
                   add 1 to ws-lp-tender-count
                   move ti-invoice-number
                       to ws-lt-invoice(ws-lp-tender-count)
                   move 0 to ws-lt-unapplied(ws-lp-tender-count)
                   move ws-lp-tender-count to ws-lt-entry-idx
                   move 'y' to ws-lt-found
               end-if
               if ws-lt-found = 'y'
                   add ti-trans-amount
                       to ws-lt-unapplied(ws-lt-entry-idx)
               end-if
           end-if.
           read tender-input-file
               at end move 'y' to ws-eof.

       070-find-lp-tender.
           move 'n' to ws-lt-found.
           perform 071-match-lp-tender
               varying ws-lt-idx from 1 by 1
               until ws-lt-idx > ws-lp-tender-count
                  or ws-lt-found = 'y'.

       071-match-lp-tender.
           if ws-post-invoice = ws-lt-invoice(ws-lt-idx)
               move 'y' to ws-lt-found
               set ws-lt-entry-idx to ws-lt-idx
           end-if.

       100-post-sales-activity.
           move 'n' to ws-eof.
           open input sales-input-file.
           add 1 to ws-records-read.
           if si-customer-id not = spaces
               if si-payment-type = "LP"
                   move si-customer-id  to ws-post-customer
                   move si-trans-amount to ws-post-amount
                   move si-trans-date   to ws-post-date
                   perform 210-post-redemption
               else
               if si-trans-code = 'S'
                   move si-trans-amount to ws-accrue-amount
                   if si-payment-type = "SP"
                       perform 120-net-points-tender
                   end-if
                   perform 200-post-accrual
               end-if
               end-if
           read sales-input-file
               at end move 'y' to ws-eof.

      *Take whatever points share of the sale is still unapplied
      *off the amount this line earns on.
       120-net-points-tender.
           move si-invoice-number to ws-post-invoice.
           perform 070-find-lp-tender.
           if ws-lt-found = 'y'
               if ws-lt-unapplied(ws-lt-entry-idx) > ws-accrue-amount
                   subtract ws-accrue-amount
                       from ws-lt-unapplied(ws-lt-entry-idx)
                   move 0 to ws-accrue-amount
               else
                   subtract ws-lt-unapplied(ws-lt-entry-idx)
                       from ws-accrue-amount
                   move 0 to ws-lt-unapplied(ws-lt-entry-idx)
               end-if
           end-if.

      *The 'LP' tender behind a split-tender sale is a redemption
      *like an 'LP'-tendered sale, proven and burned the same way.
       150-post-tender-redemptions.
           move 'n' to ws-eof.
           open input tender-input-file.
           if ws-tender-status not = "00"
               move 'y' to ws-eof
           else
               read tender-input-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 160-post-one-tender until ws-eof = 'y'.
           if ws-tender-status = "00" or ws-tender-status = "10"
               close tender-input-file
           end-if.

       160-post-one-tender.
           add 1 to ws-records-read.
           if ti-customer-id not = spaces
             and ti-payment-type = "LP"
               move ti-customer-id  to ws-post-customer
               move ti-trans-amount to ws-post-amount
               move ti-trans-date   to ws-post-date
               perform 210-post-redemption
           end-if.
           read tender-input-file
               at end move 'y' to ws-eof.

      *An accrual creates the customer's balance record the first
      *time they earn a point.
       200-post-accrual.
           compute ws-accrue-points = ws-accrue-amount.
           if ws-accrue-points > 0
               move si-customer-id to pb-customer-id
               read points-balance-file
      *rejected to the exception report, not posted.
       210-post-redemption.
           compute ws-redeem-points rounded =
               ws-post-amount * 100.
           move ws-post-customer to pb-customer-id.
           move 'n' to ws-customer-found.
           read points-balance-file
               invalid key move 'n' to ws-customer-found
           else
               subtract ws-redeem-points from pb-balance
               add ws-redeem-points to pb-redeemed-to-date
               move ws-post-date to pb-last-activity-date
               rewrite points-balance-rec
               add 1 to ws-redemptions-posted
           end-if

       220-write-reject-line.
           add 1 to ws-rejected-count.
           move ws-post-customer to ws-rj-customer.
           move ws-redeem-points to ws-rj-points.
           write loyalty-line from ws-reject-line.

