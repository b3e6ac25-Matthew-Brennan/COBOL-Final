       file section.
       fd input-file
           data record is input-line
           record contains 67 characters.

       01 input-line.
           05 il-trans-code            pic x.
           05 il-customer-id           pic x(6).
           05 il-approver-id           pic x(4).
           05 il-tax-exempt            pic x.
           05 il-trans-time            pic 9(4).

       fd returns-file
           data record is returns-line
           05 st-close-date           pic 9(8).

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

      *SKU master - code, buyer-facing description, department and
      *list price, one SKU per line, so the reports can say what
      *moved instead of printing the raw 15-character code.
       fd sku-master-file
          record contains 45 characters
          data record is sku-master-rec.

       01 sku-master-rec.
           05 sm-sku-code             pic x(15).
           05 sm-description          pic x(20).
           05 sm-department           pic x(3).
           05 sm-list-price           pic 9(5)v99.

      *Comma-delimited copy of the report figures (unedited numbers,
      *not the $-edited report pictures) for dropping straight into a
      *programs - one line per piece of activity dated into a
      *closed period, for finance to book manually.
       fd prior-period-file
           record contains 94 characters
           data record is prior-period-line.

       01 prior-period-line.
           05 filler                  pic x(2).
           05 pp-trans-date           pic 9(8).
           05 filler                  pic x(2).
           05 pp-detail               pic x(67).

      *Business-date control card set at the top of the batch - the
      *posting date every program uses, so rerunning a prior day's
               10 filler               pic x(41)
                   value "STORE NUMBER WITH THE MOST TRANSACTIONS: ".
               10 ws-tl-store-number   pic xx.
           05 ws-tl-avg-ticket-line.
               10 filler               pic x(26)
                   value "AVERAGE TICKET VALUE: ".
               10 ws-tl-avg-ticket     pic $(5)99.99
                   value 0.
           05 ws-tl-units-line.
               10 filler               pic x(26)
                   value "TOTAL UNITS SOLD: ".
               10 ws-tl-units          pic z(6)9
                   value 0.
               10 filler               pic x(26)
                   value "  UNITS PER TRANSACTION: ".
               10 ws-tl-units-per      pic zz9.99
                   value 0.

       01 ws-prior-period-line.
           05 filler                   pic x(30)
               indexed by ws-tr-idx.
               10 ws-tr-store          pic xx.
               10 ws-tr-eff-date       pic 9(8).
               10 ws-tr-fed-rate       pic 9v9999.
               10 ws-tr-prov-rate      pic 9v9999.
               10 ws-tr-prov-tax       pic x(3).
       01 ws-effective-tax-rate        pic 9v9999 value 0.
       01 ws-best-eff-date             pic 9(8) value 0.
       01 ws-num-cash-payments         pic 999
           value 0.
       01 ws-total-transactions        pic 999
           value 0.
      *A multi-line ticket arrives as several consecutive sales
      *lines on one invoice. Only the first line of the invoice
      *counts as a transaction - the rest add their value and units
      *but an increment of zero to every transaction count.
       01 ws-trans-increment           pic 9 value 1.
       01 ws-last-invoice              pic x(9) value spaces.
       01 ws-total-units               pic 9(7) value 0.
       01 ws-avg-ticket                pic 9(5)v99 value 0.
       01 ws-units-per-trans           pic 9(3)v99 value 0.
      *Working storage for ranking the store table by transaction
      *count (descending), used to find the top store and print a
      *full ranking regardless of how many stores are active.
       01 ws-csv-display-amt            pic 9(5).99.
       01 ws-csv-display-cnt            pic 9(3).
       01 ws-csv-display-pct            pic 99.99.
       01 ws-csv-display-upt            pic 999.99.

       procedure division.
           perform 890-get-business-date.
       220-process-lines.
           add 1                           to ws-line-count.

           if il-invoice-number = ws-last-invoice
               move 0 to ws-trans-increment
           else
               move 1 to ws-trans-increment
           end-if.
           move il-invoice-number to ws-last-invoice.

           compute ws-rec-period = il-trans-date / 100.
           perform 272-check-period-closed.
           if ws-period-closed = 'y'
           perform 250-lookup-tax-rate.

      *Determin the current transaction type
           if il-trans-code = ws-sale-type-ID
             or il-trans-code = ws-layaway-type-ID
               add il-quantity             to ws-total-units
           end-if.

           if il-trans-code = ws-sale-type-ID
               add il-trans-ammount        to ws-total-sales-value
               add ws-trans-increment      to ws-amount-of-sales
               compute ws-total-tax rounded =
                   ws-total-tax +
                   (il-trans-ammount * ws-effective-tax-rate)

           else if il-trans-code = ws-layaway-type-ID
                   add il-trans-ammount    to ws-total-layaway-value
                   add ws-trans-increment  to ws-amount-of-layaway
                   compute ws-total-tax rounded =
                       ws-total-tax +
                       (il-trans-ammount * ws-effective-tax-rate)

      *Determin the current type of transaction
           if il-payment-type = ws-cash-ID
               add ws-trans-increment      to ws-num-cash-payments

           else if il-payment-type = ws-credit-ID
                   add ws-trans-increment  to ws-num-credit-payments

               else if il-payment-type = ws-debit-ID
                       add ws-trans-increment to ws-num-debit-payments

                   else if il-payment-type = ws-giftcard-ID
                           add ws-trans-increment
                               to ws-num-giftcard-payments

                       end-if
                   end-if

       240-find-store-entry.
           if il-store-number = ws-store-number(ws-store-idx)
               add ws-trans-increment
                   to ws-number-per-store(ws-store-idx)
               move ws-store-region(ws-store-idx)
                   to ws-current-region
               if il-trans-code = ws-sale-type-ID
               move 'y' to ws-region-found
           end-if.
           if ws-region-found = 'y'
               add ws-trans-increment
                   to ws-rgn-trans-count(ws-region-entry-idx)
               if il-trans-code = ws-sale-type-ID
                   add il-trans-ammount
                       to ws-rgn-sales-value(ws-region-entry-idx)
               move zero to ws-date-tax(ws-date-count)

               if il-trans-code = ws-sale-type-ID
                   add ws-trans-increment
                       to ws-date-sales-count(ws-date-count)
                   add il-trans-ammount
                       to ws-date-sales-value(ws-date-count)
                   compute ws-date-tax(ws-date-count) rounded =
                       ws-date-tax(ws-date-count) +
                       (il-trans-ammount * ws-effective-tax-rate)
               else if il-trans-code = ws-layaway-type-ID
                   add ws-trans-increment
                       to ws-date-layaway-count(ws-date-count)
                   add il-trans-ammount
                       to ws-date-layaway-value(ws-date-count)
                   compute ws-date-tax(ws-date-count) rounded =
           if il-trans-date = ws-date-value(ws-date-idx)
               move 'y' to ws-date-found
               if il-trans-code = ws-sale-type-ID
                   add ws-trans-increment
                       to ws-date-sales-count(ws-date-idx)
                   add il-trans-ammount
                       to ws-date-sales-value(ws-date-idx)
                   compute ws-date-tax(ws-date-idx) rounded =
                       ws-date-tax(ws-date-idx) +
                       (il-trans-ammount * ws-effective-tax-rate)
               else if il-trans-code = ws-layaway-type-ID
                   add ws-trans-increment
                       to ws-date-layaway-count(ws-date-idx)
                   add il-trans-ammount
                       to ws-date-layaway-value(ws-date-idx)
                   compute ws-date-tax(ws-date-idx) rounded =

               if il-trans-code = ws-sale-type-ID
                 or il-trans-code = ws-layaway-type-ID
                   add ws-trans-increment
                       to ws-cshr-sales-count(ws-cashier-rpt-count)
                   add il-trans-ammount
                       to ws-cshr-sales-value(ws-cashier-rpt-count)
               end-if
               move 'y' to ws-cashier-rpt-found
               if il-trans-code = ws-sale-type-ID
                 or il-trans-code = ws-layaway-type-ID
                   add ws-trans-increment
                       to ws-cshr-sales-count(ws-cshr-idx)
                   add il-trans-ammount
                       to ws-cshr-sales-value(ws-cshr-idx)
               end-if
      *store whose effective date has already passed. A tax-exempt
      *sale (certificate already proven by VALIDATOR) taxes at
      *zero, which keeps every downstream tax figure right without
      *touching each computation. The report works in the combined
      *federal plus provincial rate; TAXREMIT is where the two are
      *kept apart for filing.
       250-lookup-tax-rate.
           move 0 to ws-best-eff-date.
           move 0 to ws-effective-tax-rate.
             and ws-tr-eff-date(ws-tr-idx) <= il-trans-date
             and ws-tr-eff-date(ws-tr-idx) >= ws-best-eff-date
               move ws-tr-eff-date(ws-tr-idx) to ws-best-eff-date
               compute ws-effective-tax-rate =
                   ws-tr-fed-rate(ws-tr-idx)
                   + ws-tr-prov-rate(ws-tr-idx)
           end-if.

      *Load the closed-period list once at startup. A missing
           move ws-total-layaway-value     to ws-tl-layaway-value.
           move ws-total-tax               to ws-tl-tax.

      *Average ticket and basket size - value and units per
      *transaction, a ticket counting once however many lines it
      *carried.
           move 0 to ws-avg-ticket.
           move 0 to ws-units-per-trans.
           if ws-total-transactions > 0
               compute ws-avg-ticket rounded =
                   (ws-total-sales-value + ws-total-layaway-value)
                   / ws-total-transactions
               compute ws-units-per-trans rounded =
                   ws-total-units / ws-total-transactions
           end-if.
           move ws-avg-ticket              to ws-tl-avg-ticket.
           move ws-total-units             to ws-tl-units.
           move ws-units-per-trans         to ws-tl-units-per.


           write returns-line from ws-tl-sales-line after
             advancing 1 lines.
           write returns-line from ws-tl-giftcard-line.
           write returns-line from ws-tl-tax-line.
           write returns-line from ws-tl-most-transactions-line.
           write returns-line from ws-tl-avg-ticket-line.
           write returns-line from ws-tl-units-line.
           if ws-pp-count > 0
               move ws-pp-count to ws-ppl-count
               move ws-pp-value to ws-ppl-value
               into csv-line.
           write csv-line.

           move spaces to csv-line.
           move ws-avg-ticket to ws-csv-display-amt.
           string "AVG_TICKET," delimited by size
                  ws-csv-display-amt delimited by size
               into csv-line.
           write csv-line.

           move spaces to csv-line.
           move ws-units-per-trans to ws-csv-display-upt.
           string "UNITS_PER_TRANS," delimited by size
                  ws-csv-display-upt delimited by size
               into csv-line.
           write csv-line.

           move "STORE_RANK,RANK,STORE,TRANSACTIONS" to csv-line.
           write csv-line.
           perform 341-write-csv-rank-row
