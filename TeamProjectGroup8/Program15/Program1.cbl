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

       fd payments-input-file
           data record is payment-input-line
           record contains 67 characters.

       01 payment-input-line.
           05 pi-trans-code            pic x.
           05 pi-customer-id           pic x(6).
           05 pi-approver-id           pic x(4).
           05 pi-tax-exempt            pic x.
           05 pi-trans-time            pic 9(4).

      *One cancellation per line, in the stream layout Program2
      *splits - the invoice field names the layaway being walked
      *away from.
       fd cancels-input-file
           data record is cancel-input-line
           record contains 67 characters.

       01 cancel-input-line.
           05 ci-trans-code            pic x.
           05 ci-customer-id           pic x(6).
           05 ci-approver-id           pic x(4).
           05 ci-tax-exempt            pic x.
           05 ci-trans-time            pic 9(4).

      *Cancellation refunds are appended to the day's returns
      *stream so DEPOSITRECON nets the cash going back out and
      *through the batch instead of a sticky note.
       fd returns-append-file
           data record is refund-out-line
           record contains 67 characters.

       01 refund-out-line.
           05 ro-trans-code            pic x.
           05 ro-customer-id           pic x(6).
           05 ro-approver-id           pic x(4).
           05 ro-tax-exempt            pic x.
           05 ro-trans-time            pic 9(4).

      *One line per forfeiture charged tonight - store, date, and
      *the fee kept - for GLEXTRACT to post as income against the
      *RECONCILE has already run by this step and is unaffected.
       fd control-file
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

      *One master record per layaway invoice - the original sale
      *amount, everything paid against it so far, and what is still
       01 ws-master-status             pic xx.
       01 ws-layaways-added            pic 9(5) value 0.
       01 ws-layaways-updated          pic 9(5) value 0.
      *The layaway the last new master record was written for - a
      *layaway rung as a multi-line ticket arrives as several 'L'
      *lines under one invoice, one after another, and every line
      *after the first adds into the layaway the first one opened.
       01 ws-new-layaway-invoice       pic x(9) value spaces.
       01 ws-layaway-lines-added       pic 9(5) value 0.
       01 ws-payments-applied          pic 9(5) value 0.
       01 ws-payments-unapplied        pic 9(5) value 0.
       01 ws-input-read-count          pic 9(7) value 0.
       01 ws-forfeit-fee               pic 9(5)v99 value 10.00.
       01 ws-fee-charged               pic 9(5)v99 value 0.
       01 ws-refund-amount             pic 9(7)v99 value 0.
       01 ws-control-work              pic x(60).

       01 ws-report-header             pic x(33)
           value "LAYAWAY MASTER POSTING REPORT".
                   invalid key
                       perform 120-add-new-layaway
                   not invalid key
                       if si-invoice-number = ws-new-layaway-invoice
                           perform 125-add-ticket-layaway-line
                       else
                           perform 130-update-layaway-status
                       end-if
               end-read
           end-if.
           read sales-input-file
           end-if.
           write layaway-rec.
           add 1 to ws-layaways-added.
           move si-invoice-number      to ws-new-layaway-invoice.

      *Another line of a ticket layaway opened tonight - its amount
      *belongs in the original amount and the balance owed.
       125-add-ticket-layaway-line.
           add si-trans-amount         to lm-orig-amount.
           if lm-closed
               move lm-orig-amount     to lm-paid-to-date
           else
               add si-trans-amount     to lm-balance
           end-if.
           rewrite layaway-rec.
           add 1 to ws-layaway-lines-added.

       130-update-layaway-status.
           if si-layaway-closed
           move ws-layaways-added        to ws-sl-count.
           write posting-line from ws-summary-line
               after advancing 1 line.
           move "TICKET LAYAWAY LINES ADDED:" to ws-sl-label.
           move ws-layaway-lines-added   to ws-sl-count.
           write posting-line from ws-summary-line.
           move "LAYAWAYS UPDATED:"      to ws-sl-label.
           move ws-layaways-updated      to ws-sl-count.
           write posting-line from ws-summary-line.
      *Every refund appended to the returns stream is one more
      *record than Program2 told the control file about - bump the
      *return count so the end-of-run recount still ties. The
      *whole 60-byte card is reread and rewritten; a missing card
      *means Program2 never ran, and there is nothing to tie.
       700-bump-control-return-count.
           if ws-refunds-written > 0
