       identification division.
       program-id. ARLEDGER.
       author. Group8.
       date-written. 2026-10-15.
      *Description:
      *    Nightly house-account receivables ledger. Posts every
      *    sale, layaway and split tender charged to a house account
      *    ('HA'), every return refunded back to one, and every 'O'
      *    payment taken on account, to the balance file keyed on
      *    customer id and to an open-item file the month-end
      *    statements are aged from. Charges carry their sales tax,
      *    the same as the receivables debit GLEXTRACT writes. A
      *    credit is applied to the customer's oldest open charges
      *    first; anything left over stays on file as an unapplied
      *    credit. Every posting is appended to the receivables
      *    transaction history the statements print from, and the
      *    balances are written back out for VALIDATOR to check
      *    tomorrow's charges against each account's credit limit.

       environment division.
       input-output section.
       file-control.
           select sales-input-file
               assign to "../../data/SalesRecords_out.dat"
               organization is line sequential
               file status is ws-sales-status.

           select tender-input-file
               assign to "../../data/TenderRecords_out.dat"
               organization is line sequential
               file status is ws-tender-status.

           select returns-input-file
               assign to "../../data/ReturnRecords_out.dat"
               organization is line sequential
               file status is ws-returns-status.

           select acct-pay-input-file
               assign to "../../data/AccountPayments_out.dat"
               organization is line sequential
               file status is ws-acct-pay-status.

           select tax-rate-file
               assign to "../../data/tax-rates.dat"
               organization is line sequential.

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

           select ar-transaction-file
               assign to "../../data/ar-transactions.dat"
               organization is line sequential.

           select ar-balance-file
               assign to "../../data/ar-balances.dat"
               organization is line sequential.

           select ledger-report-file
               assign to "../../data/program-51-arledger.out"
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

      *The 'N' tender records behind each split-tender sale - one
      *per tender, each carrying that tender's share of the sale.
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

      *The 'O' records - payments customers made against their
      *house account balance, with the tender they paid in.
       fd acct-pay-input-file
           data record is acct-pay-input-line
           record contains 67 characters.

       01 acct-pay-input-line.
           05 ap-trans-code            pic x.
           05 ap-trans-amount          pic 9(5)v99.
           05 ap-payment-type          pic xx.
           05 ap-store-number          pic xx.
           05 ap-invoice-number        pic x(9).
           05 ap-sku-code              pic x(15).
           05 ap-trans-date            pic 9(8).
           05 ap-layaway-status        pic x.
           05 ap-cashier-id            pic x(4).
           05 ap-quantity              pic 9(3).
           05 ap-customer-id           pic x(6).
           05 ap-approver-id           pic x(4).
           05 ap-tax-exempt            pic x.
           05 ap-trans-time            pic 9(4).

       fd tax-rate-file
           record contains 23 characters
           data record is tax-rate-rec.

      *One row per store per rate change - the federal GST rate and
      *the provincial rate beside it, and the authority the
      *provincial share is filed with: HST (the harmonized share,
      *filed on the federal return), QST or PST. The rate charged
      *is the two together.
       01 tax-rate-rec.
           05 tr-store-number          pic xx.
           05 tr-effective-date        pic 9(8).
           05 tr-federal-rate          pic 9v9999.
           05 tr-provincial-rate       pic 9v9999.
           05 tr-provincial-tax        pic x(3).

      *One record per house account, keyed on customer id - what
      *the customer owes today, and what they owed on the last
      *statement ARSTATEMENT printed.
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

      *Open items for aging - one 'C' charge per customer per
      *invoice per date, worn down oldest-first as credits come in,
      *and one 'U' unapplied credit where a credit found nothing
      *left open to apply to.
       fd ar-item-file
           data record is ar-item-rec.

       01 ar-item-rec.
           05 ai-key.
               10 ai-customer-id       pic x(6).
               10 ai-item-date         pic 9(8).
               10 ai-invoice-number    pic x(9).
               10 ai-item-type         pic x.
                   88 ai-charge        value 'C'.
                   88 ai-unapplied     value 'U'.
           05 ai-store-number          pic xx.
           05 ai-original-amount       pic 9(7)v99.
           05 ai-open-amount           pic 9(7)v99.

      *Every posting to a house account, appended night after
      *night - the detail lines on the customer's statement.
      *'C' charge, 'R' return, 'P' payment on account.
       fd ar-transaction-file
           record contains 53 characters
           data record is ar-transaction-rec.

       01 ar-transaction-rec.
           05 at-customer-id           pic x(6).
           05 at-trans-date            pic 9(8).
           05 at-post-date             pic 9(8).
           05 at-store-number          pic xx.
           05 at-invoice-number        pic x(9).
           05 at-type                  pic x.
           05 at-amount                pic 9(7)v99.
           05 at-balance               pic s9(7)v99
                                       sign leading separate.

      *What each house account owes after tonight, one line per
      *customer with a balance - read by VALIDATOR for the credit
      *limit check.
       fd ar-balance-file
           record contains 16 characters
           data record is ar-balance-rec.

       01 ar-balance-rec.
           05 ab-customer-id           pic x(6).
           05 ab-balance               pic s9(7)v99
                                       sign leading separate.

       fd ledger-report-file
           data record is ledger-line
           record contains 80 characters.

       01 ledger-line                  pic x(80).

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
       01 ws-item-eof                  pic x value 'n'.
       01 ws-sales-status              pic xx.
       01 ws-tender-status             pic xx.
       01 ws-returns-status            pic xx.
       01 ws-acct-pay-status           pic xx.
       01 ws-ledger-status             pic xx.
       01 ws-item-status               pic xx.

       01 ws-records-read              pic 9(7) value 0.
       01 ws-charges-posted            pic 9(7) value 0.
       01 ws-credits-posted            pic 9(7) value 0.
       01 ws-balances-written          pic 9(7) value 0.
       01 ws-charge-total              pic 9(9)v99 value 0.
       01 ws-return-total              pic 9(9)v99 value 0.
       01 ws-payment-total             pic 9(9)v99 value 0.
       01 ws-receivable-total          pic s9(9)v99 value 0.

      *Store/effective-date tax rates loaded from tax-rates.dat -
      *a charge is posted at the rate in effect for its store on
      *its own transaction date, the way GLEXTRACT works it.
       01 ws-tax-rate-count            pic 99 value 0.
       01 ws-tax-rate-table.
           05 ws-tr-entry occurs 1 to 50 times
               depending on ws-tax-rate-count
               indexed by ws-tr-idx.
               10 ws-tr-store          pic xx.
               10 ws-tr-eff-date       pic 9(8).
               10 ws-tr-fed-rate       pic 9v9999.
               10 ws-tr-prov-rate      pic 9v9999.
               10 ws-tr-prov-tax       pic x(3).
       01 ws-effective-fed-rate        pic 9v9999 value 0.
       01 ws-effective-prov-rate       pic 9v9999 value 0.
       01 ws-best-eff-date             pic 9(8) value 0.
       01 ws-post-fed-tax              pic 9(7)v99 value 0.
       01 ws-post-prov-tax             pic 9(7)v99 value 0.

      *The posting being worked on, shared by the four input
      *passes.
       01 ws-post-customer             pic x(6).
       01 ws-post-store                pic xx.
       01 ws-post-date                 pic 9(8).
       01 ws-post-invoice              pic x(9).
       01 ws-post-type                 pic x.
       01 ws-post-exempt               pic x.
       01 ws-post-net                  pic 9(5)v99.
       01 ws-post-tax                  pic 9(7)v99.
       01 ws-post-amount               pic 9(7)v99.
       01 ws-credit-left               pic 9(7)v99.
       01 ws-apply-amount              pic 9(7)v99.

      *Split-tender ('SP') sales, one entry per invoice, holding
      *what their tenders still have to take of the sale and its
      *tax. A house-account share is charged its part of the
      *ticket's tax the way GLEXTRACT debits it - the tender that
      *settles the last of the sale takes whatever tax is left.
       01 ws-sp-count                  pic 9(4) value 0.
       01 ws-sp-table.
           05 ws-sp-entry occurs 1 to 2000 times
               depending on ws-sp-count
               indexed by ws-sp-idx.
               10 ws-sp-invoice        pic x(9).
               10 ws-sp-amount-left    pic 9(7)v99.
               10 ws-sp-tax-left       pic 9(7)v99.
       01 ws-sp-found                  pic x value 'n'.
       01 ws-sp-entry-idx              pic 9(4) value 0.
       01 ws-sp-invoice-key            pic x(9).
       01 ws-tender-tax                pic 9(7)v99 value 0.

       01 ws-report-header.
           05 filler                   pic x(40)
               value "HOUSE ACCOUNT RECEIVABLES POSTING".
           05 filler                   pic x(9) value "AS OF:".
           05 ws-rh-date               pic 9(8).

       01 ws-column-header.
           05 filler                   pic x(40)
               value "Cust   Date     St Invoice   Type    ".
           05 filler                   pic x(40)
               value "     Amount      Balance".

       01 ws-detail-line.
           05 dl-customer              pic x(6).
           05 filler                   pic x(1) value space.
           05 dl-date                  pic 9(8).
           05 filler                   pic x(1) value space.
           05 dl-store                 pic xx.
           05 filler                   pic x(1) value space.
           05 dl-invoice               pic x(9).
           05 filler                   pic x(1) value space.
           05 dl-type                  pic x(8).
           05 filler                   pic x(1) value space.
           05 dl-amount                pic $(7)9.99.
           05 filler                   pic x(1) value space.
           05 dl-balance               pic $(7)9.99-.

       01 ws-summary-line.
           05 ws-sl-label              pic x(30).
           05 ws-sl-count              pic z(6)9.

       01 ws-value-line.
           05 ws-vl-label              pic x(30).
           05 ws-vl-value              pic $(10)9.99-.

       procedure division.
           perform 890-get-business-date.
           perform 800-load-tax-rate-table.
           perform 810-open-ledger-files.
           open output ledger-report-file.
           open extend ar-transaction-file.
           move ws-business-date to ws-rh-date.
           write ledger-line from ws-report-header.
           move spaces to ledger-line.
           write ledger-line.
           write ledger-line from ws-column-header.

           perform 100-post-sales.
           perform 150-post-tenders.
           perform 200-post-returns.
           perform 300-post-payments.
           perform 500-write-balance-file.
           perform 600-print-summary.
           perform 900-write-audit-record.

           close ar-ledger-file, ar-item-file.
           close ar-transaction-file, ledger-report-file.
           move 0 to return-code.
           goback.

      *Sales and layaways charged to a house account. A missing
      *file just means nothing was sold tonight.
       100-post-sales.
           move 'n' to ws-eof.
           open input sales-input-file.
           if ws-sales-status not = "00"
               move 'y' to ws-eof
           else
               read sales-input-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 110-post-one-sale until ws-eof = 'y'.
           if ws-sales-status = "00" or ws-sales-status = "10"
               close sales-input-file
           end-if.

       110-post-one-sale.
           add 1 to ws-records-read.
           if si-payment-type = "SP"
               perform 120-hold-split-sale
           end-if.
           if si-payment-type = "HA"
             and si-customer-id not = spaces
               move si-customer-id    to ws-post-customer
               move si-store-number   to ws-post-store
               move si-trans-date     to ws-post-date
               move si-invoice-number to ws-post-invoice
               move si-trans-amount   to ws-post-net
               move si-tax-exempt     to ws-post-exempt
               perform 700-calculate-tax
               perform 400-post-charge
           end-if.
           read sales-input-file
               at end move 'y' to ws-eof.

      *Note what a split-tender sale's tenders have to take of it.
      *The lines of a multi-line ticket share one invoice, so they
      *pile into one entry.
       120-hold-split-sale.
           move si-store-number   to ws-post-store.
           move si-trans-date     to ws-post-date.
           move si-trans-amount   to ws-post-net.
           move si-tax-exempt     to ws-post-exempt.
           perform 700-calculate-tax.
           move si-invoice-number to ws-sp-invoice-key.
           perform 170-find-split-sale.
           if ws-sp-found = 'n' and ws-sp-count < 2000
               add 1 to ws-sp-count
               move ws-sp-count       to ws-sp-entry-idx
               move si-invoice-number to ws-sp-invoice(ws-sp-count)
               move 0 to ws-sp-amount-left(ws-sp-count)
               move 0 to ws-sp-tax-left(ws-sp-count)
               move 'y' to ws-sp-found
           end-if.
           if ws-sp-found = 'y'
               add ws-post-net to ws-sp-amount-left(ws-sp-entry-idx)
               add ws-post-tax to ws-sp-tax-left(ws-sp-entry-idx)
           end-if.

      *The house-account share of a split-tender sale. Every tender
      *takes its share of the sale's tax in file order, whatever
      *it was paid with, so the house-account share gets the same
      *tax GLEXTRACT debits it. A share whose sale is not on file
      *tonight is taxed on its own.
       150-post-tenders.
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
           move ti-invoice-number to ws-sp-invoice-key.
           perform 170-find-split-sale.
           if ws-sp-found = 'y'
               perform 165-share-split-tax
           end-if.
           if ti-payment-type = "HA"
             and ti-customer-id not = spaces
               move ti-customer-id    to ws-post-customer
               move ti-store-number   to ws-post-store
               move ti-trans-date     to ws-post-date
               move ti-invoice-number to ws-post-invoice
               move ti-trans-amount   to ws-post-net
               move ti-tax-exempt     to ws-post-exempt
               if ws-sp-found = 'y'
                   move ws-tender-tax to ws-post-tax
               else
                   perform 700-calculate-tax
               end-if
               perform 400-post-charge
           end-if.
           read tender-input-file
               at end move 'y' to ws-eof.

       165-share-split-tax.
           if ti-trans-amount >= ws-sp-amount-left(ws-sp-entry-idx)
               move ws-sp-tax-left(ws-sp-entry-idx) to ws-tender-tax
               move 0 to ws-sp-amount-left(ws-sp-entry-idx)
           else
               compute ws-tender-tax rounded =
                   ti-trans-amount
                   * ws-sp-tax-left(ws-sp-entry-idx)
                   / ws-sp-amount-left(ws-sp-entry-idx)
               subtract ti-trans-amount
                   from ws-sp-amount-left(ws-sp-entry-idx)
           end-if.
           subtract ws-tender-tax from ws-sp-tax-left(ws-sp-entry-idx).

      *Find the held split sale for ws-sp-invoice-key, leaving
      *ws-sp-entry-idx pointing at it.
       170-find-split-sale.
           move 'n' to ws-sp-found.
           perform 171-search-split-sale
               varying ws-sp-idx from 1 by 1
               until ws-sp-idx > ws-sp-count
                  or ws-sp-found = 'y'.

       171-search-split-sale.
           if ws-sp-invoice(ws-sp-idx) = ws-sp-invoice-key
               move 'y' to ws-sp-found
               set ws-sp-entry-idx to ws-sp-idx
           end-if.

      *Returns refunded back to the house account, tax and all.
       200-post-returns.
           move 'n' to ws-eof.
           open input returns-input-file.
           if ws-returns-status not = "00"
               move 'y' to ws-eof
           else
               read returns-input-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 210-post-one-return until ws-eof = 'y'.
           if ws-returns-status = "00" or ws-returns-status = "10"
               close returns-input-file
           end-if.

       210-post-one-return.
           add 1 to ws-records-read.
           if ri-payment-type = "HA"
             and ri-customer-id not = spaces
               move ri-customer-id    to ws-post-customer
               move ri-store-number   to ws-post-store
               move ri-trans-date     to ws-post-date
               move ri-invoice-number to ws-post-invoice
               move ri-trans-amount   to ws-post-net
               move ri-tax-exempt     to ws-post-exempt
               perform 700-calculate-tax
               compute ws-post-amount = ws-post-net + ws-post-tax
               move 'R' to ws-post-type
               perform 410-post-credit
               add ws-post-amount to ws-return-total
           end-if.
           read returns-input-file
               at end move 'y' to ws-eof.

      *Payments on account carry no tax - it was charged with the
      *goods.
       300-post-payments.
           move 'n' to ws-eof.
           open input acct-pay-input-file.
           if ws-acct-pay-status not = "00"
               move 'y' to ws-eof
           else
               read acct-pay-input-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 310-post-one-payment until ws-eof = 'y'.
           if ws-acct-pay-status = "00" or ws-acct-pay-status = "10"
               close acct-pay-input-file
           end-if.

       310-post-one-payment.
           add 1 to ws-records-read.
           if ap-customer-id not = spaces
               move ap-customer-id    to ws-post-customer
               move ap-store-number   to ws-post-store
               move ap-trans-date     to ws-post-date
               move ap-invoice-number to ws-post-invoice
               move ap-trans-amount   to ws-post-amount
               move 'P' to ws-post-type
               perform 410-post-credit
               add ws-post-amount to ws-payment-total
           end-if.
           read acct-pay-input-file
               at end move 'y' to ws-eof.

      *A charge raises the balance and opens an item for aging.
      *Ticket lines share their invoice, so a second charge on the
      *same invoice and date adds to the item already open.
       400-post-charge.
           compute ws-post-amount = ws-post-net + ws-post-tax.
           move 'C' to ws-post-type.
           perform 420-read-ledger-record.
           add ws-post-amount to al-balance.
           perform 430-rewrite-ledger-record.

           move ws-post-customer to ai-customer-id.
           move ws-post-date     to ai-item-date.
           move ws-post-invoice  to ai-invoice-number.
           move 'C'              to ai-item-type.
           read ar-item-file
               invalid key
                   move ws-post-store  to ai-store-number
                   move ws-post-amount to ai-original-amount
                   move ws-post-amount to ai-open-amount
                   write ar-item-rec
               not invalid key
                   add ws-post-amount to ai-original-amount
                   add ws-post-amount to ai-open-amount
                   rewrite ar-item-rec
           end-read.
           add 1 to ws-charges-posted.
           add ws-post-amount to ws-charge-total.
           perform 450-write-transaction.

      *A return or payment lowers the balance and wears down the
      *customer's open charges oldest first.
       410-post-credit.
           perform 420-read-ledger-record.
           subtract ws-post-amount from al-balance.
           perform 430-rewrite-ledger-record.

           move ws-post-amount to ws-credit-left.
           move low-values to ai-key.
           move ws-post-customer to ai-customer-id.
           move 'n' to ws-item-eof.
           start ar-item-file key >= ai-key
               invalid key move 'y' to ws-item-eof
           end-start.
           if ws-item-eof = 'n'
               perform 440-read-next-item
           end-if.
           perform 445-apply-to-one-item
               until ws-item-eof = 'y' or ws-credit-left = 0.
           if ws-credit-left > 0
               perform 447-hold-unapplied-credit
           end-if.
           add 1 to ws-credits-posted.
           perform 450-write-transaction.

      *First posting to a customer starts their ledger record.
       420-read-ledger-record.
           move ws-post-customer to al-customer-id.
           read ar-ledger-file
               invalid key
                   move ws-post-customer to al-customer-id
                   move 0 to al-balance
                   move 0 to al-last-activity-date
                   move 0 to al-last-stmt-date
                   move 0 to al-stmt-balance
                   write ar-ledger-rec
           end-read.

       430-rewrite-ledger-record.
           move ws-business-date to al-last-activity-date.
           rewrite ar-ledger-rec.

      *Next open item, stopping at the end of this customer's.
       440-read-next-item.
           read ar-item-file next
               at end move 'y' to ws-item-eof
           end-read.
           if ws-item-eof = 'n'
             and ai-customer-id not = ws-post-customer
               move 'y' to ws-item-eof
           end-if.

       445-apply-to-one-item.
           if ai-charge and ai-open-amount > 0
               if ws-credit-left > ai-open-amount
                   move ai-open-amount to ws-apply-amount
               else
                   move ws-credit-left to ws-apply-amount
               end-if
               subtract ws-apply-amount from ai-open-amount
               subtract ws-apply-amount from ws-credit-left
               rewrite ar-item-rec
           end-if.
           if ws-credit-left > 0
               perform 440-read-next-item
           end-if.

      *Nothing left open to take the credit - it stands on the
      *account until ARSTATEMENT nets it against the aging.
       447-hold-unapplied-credit.
           move ws-post-customer to ai-customer-id.
           move ws-post-date     to ai-item-date.
           move ws-post-invoice  to ai-invoice-number.
           move 'U'              to ai-item-type.
           read ar-item-file
               invalid key
                   move ws-post-store  to ai-store-number
                   move ws-credit-left to ai-original-amount
                   move ws-credit-left to ai-open-amount
                   write ar-item-rec
               not invalid key
                   add ws-credit-left to ai-original-amount
                   add ws-credit-left to ai-open-amount
                   rewrite ar-item-rec
           end-read.

      *One history line and one report line per posting.
       450-write-transaction.
           move ws-post-customer to at-customer-id.
           move ws-post-date     to at-trans-date.
           move ws-business-date to at-post-date.
           move ws-post-store    to at-store-number.
           move ws-post-invoice  to at-invoice-number.
           move ws-post-type     to at-type.
           move ws-post-amount   to at-amount.
           move al-balance       to at-balance.
           write ar-transaction-rec.

           move ws-post-customer to dl-customer.
           move ws-post-date     to dl-date.
           move ws-post-store    to dl-store.
           move ws-post-invoice  to dl-invoice.
           if ws-post-type = 'C'
               move "CHARGE"  to dl-type
           else
           if ws-post-type = 'R'
               move "RETURN"  to dl-type
           else
               move "PAYMENT" to dl-type
           end-if
           end-if.
           move ws-post-amount   to dl-amount.
           move al-balance       to dl-balance.
           write ledger-line from ws-detail-line.

      *Write every account that owes (or is owed) anything to the
      *balance file VALIDATOR reads, totalling receivables as it
      *goes.
       500-write-balance-file.
           open output ar-balance-file.
           move low-values to al-customer-id.
           move 'n' to ws-eof.
           start ar-ledger-file key >= al-customer-id
               invalid key move 'y' to ws-eof
           end-start.
           if ws-eof = 'n'
               read ar-ledger-file next
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 510-write-one-balance until ws-eof = 'y'.
           close ar-balance-file.

       510-write-one-balance.
           if al-balance not = 0
               move al-customer-id to ab-customer-id
               move al-balance     to ab-balance
               write ar-balance-rec
               add 1 to ws-balances-written
               add al-balance to ws-receivable-total
           end-if.
           read ar-ledger-file next
               at end move 'y' to ws-eof.

       600-print-summary.
           move spaces to ledger-line.
           write ledger-line.
           move "INPUT RECORDS READ:"        to ws-sl-label.
           move ws-records-read              to ws-sl-count.
           write ledger-line from ws-summary-line.
           move "CHARGES POSTED:"            to ws-sl-label.
           move ws-charges-posted            to ws-sl-count.
           write ledger-line from ws-summary-line.
           move "CHARGE VALUE:"              to ws-vl-label.
           move ws-charge-total              to ws-vl-value.
           write ledger-line from ws-value-line.
           move "RETURNS AND PAYMENTS POSTED:" to ws-sl-label.
           move ws-credits-posted            to ws-sl-count.
           write ledger-line from ws-summary-line.
           move "RETURN VALUE:"              to ws-vl-label.
           move ws-return-total              to ws-vl-value.
           write ledger-line from ws-value-line.
           move "PAYMENT VALUE:"             to ws-vl-label.
           move ws-payment-total             to ws-vl-value.
           write ledger-line from ws-value-line.
           move "ACCOUNTS WITH A BALANCE:"   to ws-sl-label.
           move ws-balances-written          to ws-sl-count.
           write ledger-line from ws-summary-line.
           move "TOTAL RECEIVABLES:"         to ws-vl-label.
           move ws-receivable-total          to ws-vl-value.
           write ledger-line from ws-value-line.

      *Tax on the posting at the rate in effect for its store on
      *its transaction date. A tax-exempt sale collected none.
      *The federal and provincial shares are each rounded on their
      *own and added, the way TAXREMIT files them, so the tax
      *charged here ties to the remittance to the penny.
       700-calculate-tax.
           move 0 to ws-best-eff-date.
           move 0 to ws-effective-fed-rate.
           move 0 to ws-effective-prov-rate.
           perform 701-scan-tax-rate-entry
               varying ws-tr-idx from 1 by 1
               until ws-tr-idx > ws-tax-rate-count.
           compute ws-post-fed-tax rounded =
               ws-post-net * ws-effective-fed-rate.
           compute ws-post-prov-tax rounded =
               ws-post-net * ws-effective-prov-rate.
           compute ws-post-tax = ws-post-fed-tax + ws-post-prov-tax.
           if ws-post-exempt = 'E'
               move 0 to ws-post-tax
           end-if.

       701-scan-tax-rate-entry.
           if ws-post-store = ws-tr-store(ws-tr-idx)
             and ws-tr-eff-date(ws-tr-idx) <= ws-post-date
             and ws-tr-eff-date(ws-tr-idx) >= ws-best-eff-date
               move ws-tr-eff-date(ws-tr-idx) to ws-best-eff-date
               move ws-tr-fed-rate(ws-tr-idx) to ws-effective-fed-rate
               move ws-tr-prov-rate(ws-tr-idx)
                   to ws-effective-prov-rate
           end-if.

       800-load-tax-rate-table.
           move 0 to ws-tax-rate-count.
           open input tax-rate-file.
           read tax-rate-file
               at end move high-values to tax-rate-rec.
           perform until tr-store-number = high-values
               add 1 to ws-tax-rate-count
               move tax-rate-rec to ws-tr-entry(ws-tax-rate-count)
               read tax-rate-file
                   at end move high-values to tax-rate-rec
           end-perform.
           close tax-rate-file.

      *Open the persistent ledger and item files for update,
      *creating them empty on the very first run the way a fresh
      *indexed file normally has to be initialized before it can
      *be opened i-o.
       810-open-ledger-files.
           open i-o ar-ledger-file.
           if ws-ledger-status not equal to "00"
               open output ar-ledger-file
               close ar-ledger-file
               open i-o ar-ledger-file
           end-if.
           open i-o ar-item-file.
           if ws-item-status not equal to "00"
               open output ar-item-file
               close ar-item-file
               open i-o ar-item-file
           end-if.

      *Append one line to the shared audit trail recording the
      *program name, when it ran, and how many records it read
      *versus charges and credits posted and balances written.
       900-write-audit-record.
           move "ARLEDGER"               to au-program-name.
           accept au-run-date            from date.
           accept au-run-time            from time.
           move ws-business-date-6       to au-business-date.
           move ws-records-read          to au-input-count.
           move ws-charges-posted        to au-output-count-1.
           move ws-credits-posted        to au-output-count-2.
           move ws-balances-written      to au-output-count-3.
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

       end program ARLEDGER.
