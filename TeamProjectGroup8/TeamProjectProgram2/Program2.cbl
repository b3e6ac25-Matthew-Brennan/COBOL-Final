               assign to "../../data/LayawayCancels_out.dat"
               organization is line sequential.

            select ticket-report-file
               assign to "../../data/TicketHeaders_out.dat"
               organization is line sequential.

            select tender-report-file
               assign to "../../data/TenderRecords_out.dat"
               organization is line sequential.

            select account-payments-file
               assign to "../../data/AccountPayments_out.dat"
               organization is line sequential.

            select totals-report-file
               assign to "../../data/TotalsRecords_out.dat"
               organization is line sequential.
           05  sr-customer-id          pic x(6).
           05  sr-approver-id          pic x(4).
           05  sr-tax-exempt           pic x.
           05  sr-trans-time           pic 9(4).

       fd  sales-report-file 
               data record is ws-prt-line

       01 cancel-output-line          pic x(150).

      *One line per multi-line ticket header - the ticket's total,
      *tender, and line count. Its lines go to the sales stream
      *like any other sale or layaway, so every amount-driven
      *total downstream stays right; this stream is what lets a
      *report count the ticket once instead of once per line.
       fd  ticket-report-file
               data record is ws-prt-line
               record contains 99 characters.

       01 ticket-output-line          pic x(150).

      *One line per 'N' tender behind a split-tender sale, layaway
      *or ticket. The sale itself still goes to the sales stream
      *under its 'SP' type; the programs that settle a tender pick
      *their own share of it up from here.
       fd  tender-report-file
               data record is ws-prt-line
               record contains 99 characters.

       01 tender-output-line          pic x(150).

      *One line per 'O' payment on a house account, for ARLEDGER
      *to post against the customer's balance. Like a layaway
      *payment it is money in against a sale already counted.
       fd  account-payments-file
               data record is ws-prt-line
               record contains 99 characters.

       01 account-payment-output-line pic x(150).

        fd  totals-report-file
               data record is ws-prt-line
               record contains 99 characters.

       01 totals-output-line         pic x(200).

      *Store master - number, name, region/district, and open and
      *close dates, one store per line.
      *program that runs before Program3/Program4.
       fd  control-file
               data record is control-rec
               record contains 60 characters.

       01 control-rec.
           05 cr-input-count          pic 9(5).
           05 cr-inventory-count      pic 9(5).
           05 cr-exchange-count       pic 9(5).
           05 cr-cancel-count         pic 9(5).
           05 cr-ticket-count         pic 9(5).
           05 cr-tender-count         pic 9(5).
           05 cr-acct-pay-count       pic 9(5).

      *Shared audit trail appended to by every batch program -
      *program name, run date/time, and before/after record counts.
           05  ws-cancel-count-out     pic 99
               value 0.

       01  total-ticket-records.
           05  filler                  pic x(1).
           05  filler                  pic x(20)
               value "TOTAL TICKET COUNT: ".
           05  ws-ticket-count-out     pic 99
               value 0.
           05  filler                  pic xxxx.
           05  filler                  pic x(20)
               value "TOTAL TICKET LINES: ".
           05  ws-ticket-lines-out     pic zz9
               value 0.

       01  total-tender-records.
           05  filler                  pic x(1).
           05  filler                  pic x(20)
               value "TOTAL TENDER COUNT: ".
           05  ws-tender-count-out     pic zz9
               value 0.
           05  filler                  pic xxx.
           05  filler                  pic x(20)
               value "TOTAL TENDER VALUE: ".
           05  ws-total-tender-amt     pic $(4),$(3).99
               value 0.

       01  total-acct-pay-records.
           05  filler                  pic x(1).
           05  filler                  pic x(29)
               value "TOTAL ACCOUNT PAYMENT COUNT: ".
           05  ws-acct-pay-count-out   pic zz9
               value 0.
           05  filler                  pic xxx.
           05  filler                  pic x(30)
               value "TOTAL ACCOUNT PAYMENT AMOUNT: ".
           05  ws-total-acct-pay-amt   pic $(4),$(3).99
               value 0.

       01  ws-store-detail-line.
           05  filler                  pic x(1).
           05  filler                  pic x(6)
               value "%".
           05  ws-lp-percent           pic zz.z
               value 0.
           05  filler                  pic x(2).
           05  filler                  pic x(20)
               value "PERCENT OF TYPE HA: ".
           05  filler                  pic x
               value "%".
           05  ws-ha-percent           pic zz.z
               value 0.
           05  filler                  pic x(2).
           05  filler                  pic x(20)
               value "PERCENT OF TYPE PR: ".
           05  filler                  pic x
               value "%".
           05  ws-pr-percent           pic zz.z
               value 0.
           
        01  name-line.
           05  filler                  pic x(20)
       01 ws-cancel-code               pic x
           value "C".

       01 ws-ticket-code               pic x
           value "H".

       01 ws-tender-code               pic x
           value "N".

       01 ws-account-pay-code          pic x
           value "O".

       01 ws-sales-amount              pic 9(5)v99
           value 0.

       01 ws-cancel-count              pic 99
           value 0.

      *The multi-line ticket whose lines are coming through - set
      *by its 'H' header, counted down as each line passes. The
      *header carries the ticket into the store and tender counts
      *once; its lines add nothing there of their own.
       01 ws-ticket-count              pic 99
           value 0.
       01 ws-ticket-line-count         pic 999
           value 0.
       01 ws-ticket-invoice            pic x(9)
           value spaces.
       01 ws-ticket-lines-left         pic 999
           value 0.
       01 ws-ticket-line-flag          pic x
           value 'n'.

      *Split-tender records - each one goes into the tender counts
      *under its own type, while the 'SP' sale it pays for counts
      *toward the store but toward no single tender.
       01 ws-tender-count              pic 999
           value 0.
       01 ws-tender-amount             pic 9(5)v99
           value 0.

      *Payments on house accounts.
       01 ws-acct-pay-count            pic 999
           value 0.
       01 ws-acct-pay-amount           pic 9(5)v99
           value 0.

      *Every 'V' record in tonight's file, loaded by a pre-pass so
      *a void can cancel its original ring whichever order the two
      *arrive in. The matched switch is set when the original is
       01 ws-lp-type                   pic xx
           value "LP".

       01 ws-ha-type                   pic xx
           value "HA".

       01 ws-pr-type                   pic xx
           value "PR".

       01 ws-ca-total                  pic 99
           value 0.

       01 ws-lp-total                  pic 99
           value 0.

       01 ws-ha-total                  pic 99
           value 0.

       01 ws-pr-total                  pic 99
           value 0.

       01 ws-ca-perc                   pic 99v9
           value 0.

       01 ws-lp-perc                   pic 99v9
           value 0.

       01 ws-ha-perc                   pic 99v9
           value 0.

       01 ws-pr-perc                   pic 99v9
           value 0.

       01 ws-total-records             pic 99
           value 0.

                output inventory-report-file,
                output exchange-report-file,
                output cancel-report-file,
                output ticket-report-file,
                output tender-report-file,
                output account-payments-file,
                output totals-report-file,
                output control-file,
                output void-report-file.
                 inventory-report-file,
                 exchange-report-file,
                 cancel-report-file,
                 ticket-report-file,
                 tender-report-file,
                 account-payments-file,
                 totals-report-file,
                 control-file,
                 void-report-file.
               if ws-voided-flag = 'y'
                   add 1 to ws-voided-dropped
               else
                   perform 008-check-ticket-line
                   perform 003-classify-record
                   if ws-ticket-line-flag = 'n'
                       if sr-trans-code not = ws-tender-code
                           perform 004-classify-store
                       end-if
                       perform 005-classify-type
                   end-if
               end-if
           end-if.

           move spaces to inventory-output-line.
           move spaces to exchange-output-line.
           move spaces to cancel-output-line.
           move spaces to ticket-output-line.
           move spaces to tender-output-line.
           move spaces to account-payment-output-line.
           move spaces to totals-output-line.

       003-classify-record.
           if sr-trans-code = ws-cancel-code then
      *      record cancels an open layaway
               perform 112-process-cancel-record
           else
           if sr-trans-code = ws-ticket-code then
      *      record heads a multi-line ticket
               perform 113-process-ticket-header
           else
           if sr-trans-code = ws-tender-code then
      *      record is one tender of a split-tender sale
               perform 114-process-tender-record
           else
           if sr-trans-code = ws-account-pay-code then
      *      record is a payment on a house account
               perform 115-process-account-payment
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

      *Is this sale or layaway one of the lines of the ticket
      *whose header came through last? VALIDATOR only passes a
      *ticket whole, so its lines follow the header directly.
       008-check-ticket-line.
           move 'n' to ws-ticket-line-flag.
           if (sr-trans-code = ws-sales-code
               or sr-trans-code = ws-layaway-code)
             and sr-invoice-number = ws-ticket-invoice
             and ws-ticket-lines-left > 0
               move 'y' to ws-ticket-line-flag
               subtract 1 from ws-ticket-lines-left
               add 1 to ws-ticket-line-count
           end-if.

       004-classify-store.
           if sr-payment-type = ws-lp-type then
      *      payment type is LP - loyalty points redeemed as tender
               add 1                   to ws-lp-total
           else
           if sr-payment-type = ws-ha-type then
      *      payment type is HA - charged to a house account
               add 1                   to ws-ha-total
           else
           if sr-payment-type = ws-pr-type then
      *      payment type is PR - employee purchase deducted from pay
               add 1                   to ws-pr-total
           end-if
           end-if
           end-if
           end-if
           end-if
           write cancel-output-line from sales-record.
           add 1 to ws-cancel-count.

      *A ticket header goes to its own stream and opens the count
      *of lines to expect under its invoice.
       113-process-ticket-header.
           write ticket-output-line from sales-record.
           add 1 to ws-ticket-count.
           move sr-invoice-number to ws-ticket-invoice.
           move sr-quantity       to ws-ticket-lines-left.

      *A split-tender record goes to its own stream - its amount is
      *already inside the sale it pays for.
       114-process-tender-record.
           write tender-output-line from sales-record.
           add 1 to ws-tender-count.
           add sr-trans-amount to ws-tender-amount.

      *A payment on a house account goes to its own stream for the
      *AR ledger - the sale it pays for was counted when it was
      *charged.
       115-process-account-payment.
           write account-payment-output-line from sales-record.
           add 1 to ws-acct-pay-count.
           add sr-trans-amount to ws-acct-pay-amount.

       201-increment-combined-total.
           add 1 to ws-combined-count.

               ws-gc-total / ws-total-records * ws-a-hundo.
           compute ws-lp-perc rounded =
               ws-lp-total / ws-total-records * ws-a-hundo.
           compute ws-ha-perc rounded =
               ws-ha-total / ws-total-records * ws-a-hundo.
           compute ws-pr-perc rounded =
               ws-pr-total / ws-total-records * ws-a-hundo.

       500-move-to-output.
           move ws-ca-perc to ws-ca-percent.
           move ws-db-perc to ws-db-percent.
           move ws-gc-perc to ws-gc-percent.
           move ws-lp-perc to ws-lp-percent.
           move ws-ha-perc to ws-ha-percent.
           move ws-pr-perc to ws-pr-percent.
           move ws-sales-amount to ws-total-sales-amount.
           move ws-layaway-amount to ws-total-layaway-amount.
           move ws-adjustment-count to ws-adjustment-count-out.
           move ws-exchange-count  to ws-exchange-count-out.
           move ws-exchange-amount to ws-total-exchange-amt.
           move ws-cancel-count    to ws-cancel-count-out.
           move ws-ticket-count    to ws-ticket-count-out.
           move ws-ticket-line-count to ws-ticket-lines-out.
           move ws-tender-count    to ws-tender-count-out.
           move ws-tender-amount   to ws-total-tender-amt.
           move ws-acct-pay-count  to ws-acct-pay-count-out.
           move ws-acct-pay-amount to ws-total-acct-pay-amt.

       600-write-totals-report.
           write totals-output-line from name-line
               after advancing 1 line.
           write totals-output-line from total-cancel-records
               after advancing 1 line.
           write totals-output-line from total-ticket-records
               after advancing 1 line.
           write totals-output-line from total-tender-records
               after advancing 1 line.
           write totals-output-line from total-acct-pay-records
               after advancing 1 line.
           perform 610-write-store-detail
               varying ws-store-idx from 1 by 1
               until ws-store-idx > ws-store-count.
           move ws-inventory-count  to cr-inventory-count.
           move ws-exchange-count   to cr-exchange-count.
           move ws-cancel-count     to cr-cancel-count.
           move ws-ticket-count     to cr-ticket-count.
           move ws-tender-count     to cr-tender-count.
           move ws-acct-pay-count   to cr-acct-pay-count.
           write control-rec.

      *Append one line to the shared audit trail recording the
