      *    which is exactly the paper the state auditor asks to
      *    see, and what used to live in a shoebox of refund
      *    slips. VALIDATOR has already proven the certificate
      *    exists; this register is the record of its use. Each
      *    sale carries the tax it did not collect, federal GST and
      *    the provincial share apart at the store's rates, since
      *    each authority audits its own exemptions.

       environment division.
       input-output section.
               organization is line sequential
               file status is ws-customer-file-status.

           select tax-rate-file
               assign to "../../data/tax-rates.dat"
               organization is line sequential.

           select exempt-report-file
               assign to "../../data/program-44-exempt.out"
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

      *Customer master, same layout VALIDATOR reads - the
      *certificate column is what this register exists to print.
       fd customer-master-file
          record contains 47 characters
          data record is customer-master-rec.

       01 customer-master-rec.
           05 cm-customer-id          pic x(6).
           05 cm-customer-name        pic x(20).
           05 cm-exempt-cert          pic x(12).
           05 cm-credit-limit         pic 9(7)v99.

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

       fd exempt-report-file
           data record is exempt-line
           record contains 132 characters.

       01 exempt-line                  pic x(132).

      *Shared audit trail appended to by every batch program -
      *program name, run date/time, and before/after record counts.
       01 ws-cert-match               pic x(12).
       01 ws-name-match               pic x(20).

      *Store-specific, date-effective tax rates loaded from
      *tax-rates.dat, for the tax each exempt sale did not collect.
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
       01 ws-effective-prov-tax        pic x(3) value spaces.
       01 ws-best-eff-date             pic 9(8) value 0.
       01 ws-forgone-fed-tax           pic 9(7)v99 value 0.
       01 ws-forgone-prov-tax          pic 9(7)v99 value 0.

      *Per filing period totals, built up as periods are seen in
      *the exempt transactions.
       01 ws-period-count             pic 99 value 0.
               10 ws-pp-period        pic 9(6).
               10 ws-pp-count         pic 9(5).
               10 ws-pp-value         pic 9(9)v99.
               10 ws-pp-fed-tax       pic 9(9)v99.
               10 ws-pp-prov-tax      pic 9(9)v99.
       01 ws-period-found             pic x value 'n'.

       01 ws-report-header            pic x(40)
           05 filler                  pic x(6)
               value " CERT ".
           05 dl-cert                 pic x(12).
           05 filler                  pic x(6)
               value "  GST ".
           05 dl-fed-tax              pic $(4)9.99.
           05 filler                  pic x(2)
               value spaces.
           05 dl-prov-name            pic x(3).
           05 filler                  pic x(1)
               value spaces.
           05 dl-prov-tax             pic $(4)9.99.

       01 ws-period-total-line.
           05 filler                  pic x(7)
           05 filler                  pic x(3)
               value " / ".
           05 pt-value                pic $(8)9.99.
           05 filler                  pic x(18)
               value "  TAX FORGONE GST ".
           05 pt-fed-tax              pic $(7)9.99.
           05 filler                  pic x(11)
               value " PROVINCIAL".
           05 pt-prov-tax             pic $(7)9.99.

       procedure division.
           perform 890-get-business-date.
           perform 800-load-customer-master.
           perform 810-load-tax-rate-table.

           open output exempt-report-file.
           write exempt-line from ws-report-header.
           add 1 to ws-exempt-listed.
           compute ws-rec-period = si-trans-date / 100.
           perform 210-lookup-certificate.
           perform 230-calculate-forgone-tax.
           move ws-rec-period     to dl-period.
           move si-invoice-number to dl-invoice.
           move si-store-number   to dl-store.
           move si-customer-id    to dl-customer.
           move ws-name-match     to dl-name.
           move ws-cert-match     to dl-cert.
           move ws-forgone-fed-tax    to dl-fed-tax.
           move ws-effective-prov-tax to dl-prov-name.
           move ws-forgone-prov-tax   to dl-prov-tax.
           write exempt-line from ws-detail-line.
           perform 220-tally-period.

               move 1 to ws-pp-count(ws-period-count)
               move si-trans-amount
                   to ws-pp-value(ws-period-count)
               move ws-forgone-fed-tax
                   to ws-pp-fed-tax(ws-period-count)
               move ws-forgone-prov-tax
                   to ws-pp-prov-tax(ws-period-count)
           end-if.

       221-search-period-entry.
               move 'y' to ws-period-found
               add 1 to ws-pp-count(ws-per-idx)
               add si-trans-amount to ws-pp-value(ws-per-idx)
               add ws-forgone-fed-tax to ws-pp-fed-tax(ws-per-idx)
               add ws-forgone-prov-tax
                   to ws-pp-prov-tax(ws-per-idx)
           end-if.

      *The tax the sale would have carried without its certificate,
      *at the rates in effect for its store on its own date - each
      *share rounded on its own, the way TAXREMIT works it.
       230-calculate-forgone-tax.
           move 0 to ws-best-eff-date.
           move 0 to ws-effective-fed-rate.
           move 0 to ws-effective-prov-rate.
           move spaces to ws-effective-prov-tax.
           perform 231-scan-tax-rate-entry
               varying ws-tr-idx from 1 by 1
               until ws-tr-idx > ws-tax-rate-count.
           compute ws-forgone-fed-tax rounded =
               si-trans-amount * ws-effective-fed-rate.
           compute ws-forgone-prov-tax rounded =
               si-trans-amount * ws-effective-prov-rate.

       231-scan-tax-rate-entry.
           if si-store-number = ws-tr-store(ws-tr-idx)
             and ws-tr-eff-date(ws-tr-idx) <= si-trans-date
             and ws-tr-eff-date(ws-tr-idx) >= ws-best-eff-date
               move ws-tr-eff-date(ws-tr-idx) to ws-best-eff-date
               move ws-tr-fed-rate(ws-tr-idx) to ws-effective-fed-rate
               move ws-tr-prov-rate(ws-tr-idx)
                   to ws-effective-prov-rate
               move ws-tr-prov-tax(ws-tr-idx)
                   to ws-effective-prov-tax
           end-if.

       300-print-period-totals.
           move ws-pp-period(ws-per-idx) to pt-period.
           move ws-pp-count(ws-per-idx)  to pt-count.
           move ws-pp-value(ws-per-idx)  to pt-value.
           move ws-pp-fed-tax(ws-per-idx)  to pt-fed-tax.
           move ws-pp-prov-tax(ws-per-idx) to pt-prov-tax.
           write exempt-line from ws-period-total-line.

      *Load the customer master once at startup - name and
               close customer-master-file
           end-if.

      *Load the store-specific, date-effective tax rate table once
      *at startup so that rate changes are a data file edit, not a
      *recompile.
       810-load-tax-rate-table.
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

      *Append one line to the shared audit trail recording the
      *program name, when it ran, and how many records it read
      *versus exempt sales listed and periods totaled.
