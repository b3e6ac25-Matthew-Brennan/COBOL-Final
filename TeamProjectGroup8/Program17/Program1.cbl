      *    hand from paper slips before that). The over/short
      *    report breaks each store down by
      *    cashier-id so a drawer that is consistently light shows
      *    up in days instead of weeks. A split-tender sale posts
      *    only its cash tender, picked up from the tender stream.
      *    Cash payments on house accounts (the 'O' records Program2
      *    splits into AccountPayments_out.dat) go into the drawer
      *    and the deposit the same as a cash sale.

       environment division.
       input-output section.
               assign to "../../data/LayawayPayments_out.dat"
               organization is line sequential.

           select tender-input-file
               assign to "../../data/TenderRecords_out.dat"
               organization is line sequential
               file status is ws-tender-status.

           select account-pay-input-file
               assign to "../../data/AccountPayments_out.dat"
               organization is line sequential
               file status is ws-acct-pay-status.

           select expected-deposit-file
               assign to "../../data/expected-deposits.dat"
               organization is line sequential.
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

       fd returns-input-file
           data record is returns-input-line
           record contains 67 characters.

       01 returns-input-line.
           05 ri-trans-code            pic x.
           05 ri-customer-id           pic x(6).
           05 ri-approver-id           pic x(4).
           05 ri-tax-exempt            pic x.
           05 ri-trans-time            pic 9(4).

       fd payments-input-file
           data record is payments-input-line
           record contains 67 characters.

       01 payments-input-line.
           05 pi-trans-code            pic x.
           05 pi-customer-id           pic x(6).
           05 pi-approver-id           pic x(4).
           05 pi-tax-exempt            pic x.
           05 pi-trans-time            pic 9(4).

      *One 'N' tender per line behind each split-tender sale - the
      *sale itself carries 'SP', never 'CA', so only its cash share
      *reaches the deposit from here.
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

      *One 'O' payment on a house account per line - the type is
      *the tender the customer paid with.
       fd account-pay-input-file
           data record is account-pay-input-line
           record contains 67 characters.

       01 account-pay-input-line.
           05 ao-trans-code            pic x.
           05 ao-trans-amount          pic 9(5)v99.
           05 ao-payment-type          pic xx.
           05 ao-store-number          pic xx.
           05 ao-invoice-number        pic x(9).
           05 ao-sku-code              pic x(15).
           05 ao-trans-date            pic 9(8).
           05 ao-layaway-status        pic x.
           05 ao-cashier-id            pic x(4).
           05 ao-quantity              pic 9(3).
           05 ao-customer-id           pic x(6).
           05 ao-approver-id           pic x(4).
           05 ao-tax-exempt            pic x.
           05 ao-trans-time            pic 9(4).

      *One expected-deposit line per store per transaction date -
      *the net cash the store should be walking to the bank.
           05 ws-business-date-6      pic 9(6).
       01 ws-eof                       pic x value 'n'.
       01 ws-actual-status             pic xx.
       01 ws-tender-status             pic xx.
       01 ws-acct-pay-status           pic xx.
       01 ws-cash-type                 pic xx value "CA".
       01 ws-records-read              pic 9(7) value 0.
       01 ws-expected-written          pic 9(7) value 0.
           perform 100-accumulate-sales.
           perform 200-accumulate-returns.
           perform 250-accumulate-payments.
           perform 270-accumulate-tenders.
           perform 285-accumulate-account-payments.
           perform 300-write-expected-deposits.
           perform 400-apply-actual-deposits.
           perform 500-print-overshort-report.
           read payments-input-file
               at end move 'y' to ws-eof.

      *The cash share of each split-tender sale is money into the
      *drawer like any cash sale. A night with no split tenders
      *may have no tender stream at all.
       270-accumulate-tenders.
           move 'n' to ws-eof.
           open input tender-input-file.
           if ws-tender-status not = "00"
               move 'y' to ws-eof
           else
               read tender-input-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 280-post-one-tender until ws-eof = 'y'.
           if ws-tender-status = "00" or ws-tender-status = "10"
               close tender-input-file
           end-if.

       280-post-one-tender.
           add 1 to ws-records-read.
           if ti-payment-type = ws-cash-type
               move ti-store-number  to ws-post-store
               move ti-trans-date    to ws-post-date
               move ti-cashier-id    to ws-post-cashier
               move ti-trans-amount  to ws-post-amount
               perform 600-post-cash-activity
           end-if.
           read tender-input-file
               at end move 'y' to ws-eof.

      *A cash payment on a house account is money into the drawer
      *like any cash sale. A night with no account payments may
      *have no stream at all.
       285-accumulate-account-payments.
           move 'n' to ws-eof.
           open input account-pay-input-file.
           if ws-acct-pay-status not = "00"
               move 'y' to ws-eof
           else
               read account-pay-input-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 290-post-one-account-payment until ws-eof = 'y'.
           if ws-acct-pay-status = "00" or ws-acct-pay-status = "10"
               close account-pay-input-file
           end-if.

       290-post-one-account-payment.
           add 1 to ws-records-read.
           if ao-payment-type = ws-cash-type
               move ao-store-number  to ws-post-store
               move ao-trans-date    to ws-post-date
               move ao-cashier-id    to ws-post-cashier
               move ao-trans-amount  to ws-post-amount
               perform 600-post-cash-activity
           end-if.
           read account-pay-input-file
               at end move 'y' to ws-eof.

      *Find or start the store/date deposit entry and the store/
      *cashier entry for the record in the ws-post fields, and add
      *its signed cash amount into both.
