      *    file keyed on card number. A redemption that exceeds the
      *    card's remaining balance is rejected to the exception
      *    report instead of being posted, because that is exactly
      *    the transaction nobody should be able to ring. A
      *    redemption against one of today's invoices is also held
      *    to the 'GC' share that invoice was actually tendered -
      *    the whole sale when it was rung to 'GC', only its 'GC'
      *    tender when it was a split-tender sale.

       environment division.
       input-output section.
               organization is line sequential
               file status is ws-activity-status.

           select sales-input-file
               assign to "../../data/SalesRecords_out.dat"
               organization is line sequential
               file status is ws-sales-status.

           select tender-input-file
               assign to "../../data/TenderRecords_out.dat"
               organization is line sequential
               file status is ws-tender-status.

           select card-balance-file
               assign to "../../data/card-balance.dat"
               organization is indexed
           05 ga-trans-date           pic 9(8).
           05 ga-invoice-number       pic x(9).

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

      *One 'N' tender per line behind each split-tender sale.
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

      *One balance record per card, keyed on card number - the
      *outstanding liability the store owes the customer.
       fd card-balance-file
       01 ws-eof                      pic x value 'n'.
       01 ws-activity-status          pic xx.
       01 ws-balance-status           pic xx.
       01 ws-sales-status             pic xx.
       01 ws-tender-status            pic xx.
       01 ws-card-found               pic x value 'n'.

       01 ws-records-read             pic 9(7) value 0.
       01 ws-redemptions-posted       pic 9(7) value 0.
       01 ws-rejected-count           pic 9(7) value 0.

      *Every invoice on today's sales stream with the 'GC' share it
      *was tendered and how much of that redemptions have used so
      *far. An invoice not in here is from another day and has
      *nothing to be held to.
       01 ws-gc-count                 pic 9(4) value 0.
       01 ws-gc-table.
           05 ws-gc-entry occurs 1 to 5000 times
               depending on ws-gc-count
               indexed by ws-gc-idx.
               10 ws-gc-invoice       pic x(9).
               10 ws-gc-tendered      pic 9(7)v99.
               10 ws-gc-redeemed      pic 9(7)v99.
       01 ws-gc-found                 pic x value 'n'.
       01 ws-gc-entry-idx             pic 9(4) value 0.
       01 ws-gc-invoice-key           pic x(9).

       01 ws-report-header            pic x(36)
           value "GIFT CARD LIABILITY LEDGER REPORT".

           move spaces to ledger-line.
           write ledger-line.

           perform 050-load-gc-tenders.
           perform 100-post-activity.
           perform 300-print-summary.
           perform 900-write-audit-record.
           move 0 to return-code.
           goback.

      *Build the per-invoice 'GC' share off the sales stream, then
      *add in the 'GC' tenders of the split-tender sales.
       050-load-gc-tenders.
           move 0 to ws-gc-count.
           move 'n' to ws-eof.
           open input sales-input-file.
           if ws-sales-status not = "00"
               move 'y' to ws-eof
           else
               read sales-input-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 060-load-one-sale until ws-eof = 'y'.
           if ws-sales-status = "00" or ws-sales-status = "10"
               close sales-input-file
           end-if.

           move 'n' to ws-eof.
           open input tender-input-file.
           if ws-tender-status not = "00"
               move 'y' to ws-eof
           else
               read tender-input-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 070-load-one-tender until ws-eof = 'y'.
           if ws-tender-status = "00" or ws-tender-status = "10"
               close tender-input-file
           end-if.

       060-load-one-sale.
           move si-invoice-number to ws-gc-invoice-key.
           perform 080-find-gc-entry.
           if ws-gc-found = 'n' and ws-gc-count < 5000
               add 1 to ws-gc-count
               move si-invoice-number to ws-gc-invoice(ws-gc-count)
               move 0 to ws-gc-tendered(ws-gc-count)
               move 0 to ws-gc-redeemed(ws-gc-count)
               move ws-gc-count to ws-gc-entry-idx
               move 'y' to ws-gc-found
           end-if.
           if ws-gc-found = 'y' and si-payment-type = "GC"
               add si-trans-amount to ws-gc-tendered(ws-gc-entry-idx)
           end-if.
           read sales-input-file
               at end move 'y' to ws-eof.

       070-load-one-tender.
           if ti-payment-type = "GC"
               move ti-invoice-number to ws-gc-invoice-key
               perform 080-find-gc-entry
               if ws-gc-found = 'y'
                   add ti-trans-amount
                       to ws-gc-tendered(ws-gc-entry-idx)
               end-if
           end-if.
           read tender-input-file
               at end move 'y' to ws-eof.

       080-find-gc-entry.
           move 'n' to ws-gc-found.
           perform 081-match-gc-entry
               varying ws-gc-idx from 1 by 1
               until ws-gc-idx > ws-gc-count
                  or ws-gc-found = 'y'.

       081-match-gc-entry.
           if ws-gc-invoice-key = ws-gc-invoice(ws-gc-idx)
               move 'y' to ws-gc-found
               set ws-gc-entry-idx to ws-gc-idx
           end-if.

      *A missing activity file just means no card moved today.
       100-post-activity.
           move 'n' to ws-eof.

      *A redemption must fit inside the card's remaining balance -
      *an unknown card or an over-balance redemption is rejected to
      *the exception report, not posted. So is one that would take
      *more off today's invoice than it was tendered in 'GC'.
       210-post-redemption.
           move ga-card-number to cb-card-number.
           move 'n' to ws-card-found.
               not invalid key move 'y' to ws-card-found
           end-read.

           move ga-invoice-number to ws-gc-invoice-key.
           perform 080-find-gc-entry.

           if ws-card-found = 'n'
               move "NO CARD ON FILE" to ws-rj-reason
               move 0 to ws-rj-balance
               move "EXCEEDS CARD BALANCE" to ws-rj-reason
               move cb-balance to ws-rj-balance
               perform 220-write-reject-line
           else
           if ws-gc-found = 'y'
             and ga-amount + ws-gc-redeemed(ws-gc-entry-idx) >
                 ws-gc-tendered(ws-gc-entry-idx)
               move "EXCEEDS GC TENDER" to ws-rj-reason
               move cb-balance to ws-rj-balance
               perform 220-write-reject-line
           else
               subtract ga-amount from cb-balance
               add ga-amount to cb-redeemed-to-date
               move ga-trans-date to cb-last-activity-date
               rewrite card-balance-rec
               add 1 to ws-redemptions-posted
               if ws-gc-found = 'y'
                   add ga-amount to ws-gc-redeemed(ws-gc-entry-idx)
               end-if
           end-if
           end-if
           end-if.

