      *Description:
      *    Tax remittance ledger. Accumulates the tax collected on
      *    today's sales and layaways minus the tax refunded on
      *    today's returns and service plan cancellations, per
      *    store per filing month, into a
      *    persistent indexed ledger keyed store+period the same
      *    way YTDROLLUP keeps ytd-totals.dat, then prints a
      *    filing-period statement per store that finance can copy
      *    straight onto the return - instead of working the
      *    run-level tax totals backwards with a calculator. Each
      *    store's rate is a federal GST share and a provincial
      *    share, taxed and carried apart, so the ledger and the
      *    statement run per taxing authority - GST, and the HST,
      *    QST or PST the store's rate row names - one filing each.

       environment division.
       input-output section.
               assign to "../../data/ReturnRecords_out.dat"
               organization is line sequential.

           select service-plan-posting-file
               assign to "../../data/service-plan-postings.dat"
               organization is line sequential
               file status is ws-svc-plan-status.

           select tax-rate-file
               assign to "../../data/tax-rates.dat"
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

      *SVCPLAN's postings, appended night after night. A 'C' line
      *dated today is a cancelled plan refunded - the tax on it was
      *charged at the rates in effect on the day the plan was sold.
       fd service-plan-posting-file
           record contains 55 characters
           data record is posting-rec.

       01 posting-rec.
           05 sv-store-number         pic xx.
           05 sv-post-date            pic 9(8).
           05 sv-posting-type         pic x.
           05 sv-invoice-number       pic x(9).
           05 sv-plan-sku             pic x(15).
           05 sv-sale-date            pic 9(8).
           05 sv-tender               pic xx.
           05 sv-tax-exempt           pic x.
           05 sv-amount               pic 9(7)v99.

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

      *This run's sales/layaway output, read back as reference data
      *so a return's refund tax can be worked off the same capped
      *amount Program4 reports. Must stay at the same width as
      *SalesRecords_out.dat's actual 67-byte record.
       fd sales-history-file
           record contains 67 characters
           data record is sh-rec.

       01 sh-rec.
           05 sh-customer-id           pic x(6).
           05 sh-approver-id           pic x(4).
           05 sh-tax-exempt            pic x.
           05 sh-trans-time            pic 9(4).

      *One ledger record per taxing authority per store per filing
      *month - the running tax collected, tax refunded, and the net
      *owed for that period, accumulated across runs. Keyed on the
      *authority first so each filing prints as one block.
       fd remit-ledger-file
           data record is ledger-rec.

       01 ledger-rec.
           05 lg-key.
               10 lg-tax-authority    pic x(3).
               10 lg-store-number     pic xx.
               10 lg-period           pic 9(6).
           05 lg-tax-collected        pic 9(9)v99.
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

       fd remit-report-file
           data record is remit-line
           05 ws-business-date-6      pic 9(6).
       01 ws-eof                       pic x value 'n'.
       01 ws-ledger-status             pic xx.
       01 ws-svc-plan-status           pic xx.
       01 ws-records-read              pic 9(7) value 0.
       01 ws-periods-posted            pic 9(7) value 0.
       01 ws-statement-lines           pic 9(7) value 0.
               depending on ws-closed-count
               indexed by ws-closed-idx  pic 9(6).
       01 ws-period-closed             pic x value 'n'.
       01 ws-route-detail              pic x(67).

      *Store-specific, date-effective tax rates loaded from
      *tax-rates.dat instead of one rate for every store.
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

      *This run's sale amount per invoice and SKU, loaded from
      *SalesRecords_out.dat, so a return's refund tax is worked off
      *the sale amount when the return is for more - matching the
      *capping Program4 applies to its own tax figures. The lines
      *of a ticket share one invoice, so the SKU picks the line.
       01 ws-sales-hist-count          pic 9(4) value 0.
       01 ws-sales-hist-table.
           05 ws-sh-entry occurs 1 to 2000 times
               depending on ws-sales-hist-count
               indexed by ws-sales-hist-idx.
               10 ws-sh-invoice        pic x(9).
               10 ws-sh-sku            pic x(15).
               10 ws-sh-amount         pic 9(5)v99.
       01 ws-sales-hist-found          pic x value 'n'.
       01 ws-sales-hist-amt            pic 9(5)v99 value 0.
       01 ws-calc-date                 pic 9(8).
       01 ws-calc-amount               pic 9(5)v99.
       01 ws-calc-tax                  pic 9(7)v99.
       01 ws-calc-fed-tax              pic 9(7)v99.
       01 ws-calc-prov-tax             pic 9(7)v99.
       01 ws-calc-authority            pic x(3).
       01 ws-calc-period               pic 9(6).
       01 ws-calc-exempt               pic x value space.

      *Today's tax per authority per store per filing month,
      *accumulated in storage first so the indexed ledger is
      *touched once per authority/store/period instead of once per
      *record.
       01 ws-period-count              pic 999 value 0.
       01 ws-period-table.
           05 ws-per-entry occurs 1 to 480 times
               depending on ws-period-count
               indexed by ws-per-idx.
               10 ws-per-authority     pic x(3).
               10 ws-per-store         pic xx.
               10 ws-per-period        pic 9(6).
               10 ws-per-collected     pic 9(7)v99.
       01 ws-period-entry-idx          pic 999.

       01 ws-report-header             pic x(40)
           value "TAX REMITTANCE STATEMENT BY AUTHORITY".

      *Authority control-break fields for the statement.
       01 ws-last-authority            pic x(3) value spaces.
       01 ws-auth-collected            pic 9(9)v99 value 0.
       01 ws-auth-refunded             pic 9(9)v99 value 0.

       01 ws-authority-line.
           05 filler                   pic x(11)
               value "AUTHORITY: ".
           05 ws-al-authority          pic x(3).
           05 filler                   pic x(3)
               value " - ".
           05 ws-al-name               pic x(40).

       01 ws-authority-total-line.
           05 filler                   pic x(10)
               value "AUTHORITY ".
           05 ws-at-authority          pic x(3).
           05 filler                   pic x(18)
               value " TOTAL  COLLECTED ".
           05 ws-at-collected          pic $(6)9.99.
           05 filler                   pic x(10)
               value " REFUNDED ".
           05 ws-at-refunded           pic $(6)9.99.
           05 filler                   pic x(7)
               value "  REMIT".
           05 ws-at-remit              pic +(6)9.99.

       01 ws-statement-line.
           05 filler                   pic x(6)
           perform 270-load-period-status.
           perform 100-accumulate-sales-tax.
           perform 200-accumulate-refund-tax.
           perform 230-accumulate-plan-refund-tax.
           perform 300-post-to-ledger.
           perform 400-print-statement.
           perform 900-write-audit-record.
                   perform 280-route-prior-period
               else
                   perform 600-calculate-tax
                   move "GST"           to ws-calc-authority
                   move ws-calc-fed-tax to ws-calc-tax
                   perform 610-accumulate-collected
                   move ws-effective-prov-tax to ws-calc-authority
                   move ws-calc-prov-tax      to ws-calc-tax
                   perform 610-accumulate-collected
               end-if
           end-if.
           else
               perform 220-cap-refund-amount
               perform 600-calculate-tax
               move "GST"           to ws-calc-authority
               move ws-calc-fed-tax to ws-calc-tax
               perform 620-accumulate-refunded
               move ws-effective-prov-tax to ws-calc-authority
               move ws-calc-prov-tax      to ws-calc-tax
               perform 620-accumulate-refunded
           end-if.
           read returns-input-file
               at end move 'y' to ws-eof.

      *Tax refunded on tonight's service plan cancellations, the
      *same tax GLEXTRACT takes back out of the payables - worked at
      *the rates in effect when the plan was sold, and filed in the
      *period the refund was made. A missing postings file just
      *means no plan has been sold yet.
       230-accumulate-plan-refund-tax.
           move 'n' to ws-eof.
           open input service-plan-posting-file.
           if ws-svc-plan-status not = "00"
               move 'y' to ws-eof
           else
               read service-plan-posting-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 231-tax-one-plan-refund until ws-eof = 'y'.
           if ws-svc-plan-status = "00" or ws-svc-plan-status = "10"
               close service-plan-posting-file
           end-if.

       231-tax-one-plan-refund.
           if sv-posting-type = 'C'
             and sv-post-date = ws-business-date
               add 1 to ws-records-read
               move sv-store-number to ws-calc-store
               move sv-post-date    to ws-calc-date
               move sv-amount       to ws-calc-amount
               move sv-tax-exempt   to ws-calc-exempt
               perform 272-check-period-closed
               if ws-period-closed = 'y'
                   move posting-rec to ws-route-detail
                   perform 280-route-prior-period
               else
                   move sv-sale-date to ws-calc-date
                   perform 600-calculate-tax
                   move sv-post-date to ws-calc-date
                   divide ws-calc-date by 100 giving ws-calc-period
                   move "GST"           to ws-calc-authority
                   move ws-calc-fed-tax to ws-calc-tax
                   perform 620-accumulate-refunded
                   move ws-effective-prov-tax to ws-calc-authority
                   move ws-calc-prov-tax      to ws-calc-tax
                   perform 620-accumulate-refunded
               end-if
           end-if.
           read service-plan-posting-file
               at end move 'y' to ws-eof.

      *Cap the refund at the original sale's amount when one is on
      *file, the same way Program4's 262-validate-refund-amount
      *does, so the tax refunded here ties to the tax figures the

       221-search-sales-history.
           if ri-invoice-number = ws-sh-invoice(ws-sales-hist-idx)
             and ri-sku-code = ws-sh-sku(ws-sales-hist-idx)
               move 'y' to ws-sales-hist-found
               move ws-sh-amount(ws-sales-hist-idx)
                   to ws-sales-hist-amt
           end-if.

      *Work out the federal and provincial tax on the amount in the
      *ws-calc fields, each share rounded on its own, and the
      *filing period (YYYYMM) its transaction date lands in. A
      *tax-exempt sale collected no tax and remits none - and its
      *return refunds none - so it never reaches the ledger's
      *figures; EXEMPTRPT is where the auditor sees it instead.
       600-calculate-tax.
           perform 250-lookup-tax-rate.
           compute ws-calc-fed-tax rounded =
               ws-calc-amount * ws-effective-fed-rate.
           compute ws-calc-prov-tax rounded =
               ws-calc-amount * ws-effective-prov-rate.
           if ws-calc-exempt = 'E'
               move 0 to ws-calc-fed-tax
               move 0 to ws-calc-prov-tax
           end-if.
           divide ws-calc-date by 100 giving ws-calc-period.

      *Post the share in ws-calc-tax to the authority in
      *ws-calc-authority. A store with no provincial tax of its own
      *has no provincial authority on its rate row and nothing to
      *post.
       610-accumulate-collected.
           if ws-calc-authority = spaces
               move 'n' to ws-period-found
           else
               perform 630-find-period-entry
           end-if.
           if ws-period-found = 'y'
               add ws-calc-tax
                   to ws-per-collected(ws-period-entry-idx)
           end-if.

       620-accumulate-refunded.
           if ws-calc-authority = spaces
               move 'n' to ws-period-found
           else
               perform 630-find-period-entry
           end-if.
           if ws-period-found = 'y'
               add ws-calc-tax
                   to ws-per-refunded(ws-period-entry-idx)
           end-if.

      *Find or start the authority/store/period entry for the
      *ws-calc fields,
      *leaving ws-period-entry-idx pointing at it - the loop index
      *itself has already moved past the match by the time the
      *perform varying ends.
               varying ws-per-idx from 1 by 1
               until ws-per-idx > ws-period-count
                  or ws-period-found = 'y'.
           if ws-period-found = 'n' and ws-period-count < 480
               add 1 to ws-period-count
               move ws-calc-authority
                   to ws-per-authority(ws-period-count)
               move ws-calc-store  to ws-per-store(ws-period-count)
               move ws-calc-period to ws-per-period(ws-period-count)
               move 0 to ws-per-collected(ws-period-count)
           end-if.

       640-search-period-entry.
           if ws-calc-authority = ws-per-authority(ws-per-idx)
             and ws-calc-store = ws-per-store(ws-per-idx)
             and ws-calc-period = ws-per-period(ws-per-idx)
               move 'y' to ws-period-found
               set ws-period-entry-idx to ws-per-idx
           end-if.

      *Find the tax rates in effect for this store as of the
      *record's own transaction date - the latest rate row for the
      *store whose effective date has already passed.
       250-lookup-tax-rate.
           move 0 to ws-best-eff-date.
           move 0 to ws-effective-fed-rate.
           move 0 to ws-effective-prov-rate.
           move spaces to ws-effective-prov-tax.
           perform 251-scan-tax-rate-entry
               varying ws-tr-idx from 1 by 1
               until ws-tr-idx > ws-tax-rate-count.
             and ws-tr-eff-date(ws-tr-idx) <= ws-calc-date
             and ws-tr-eff-date(ws-tr-idx) >= ws-best-eff-date
               move ws-tr-eff-date(ws-tr-idx) to ws-best-eff-date
               move ws-tr-fed-rate(ws-tr-idx) to ws-effective-fed-rate
               move ws-tr-prov-rate(ws-tr-idx)
                   to ws-effective-prov-rate
               move ws-tr-prov-tax(ws-tr-idx)
                   to ws-effective-prov-tax
           end-if.

      *Load the closed-period list once at startup. A missing
                   add 1 to ws-sales-hist-count
                   move sh-invoice-number
                       to ws-sh-invoice(ws-sales-hist-count)
                   move sh-sku-code
                       to ws-sh-sku(ws-sales-hist-count)
                   move sh-trans-amount
                       to ws-sh-amount(ws-sales-hist-count)
               end-if
               until ws-per-idx > ws-period-count.

       310-post-one-period.
           move ws-per-authority(ws-per-idx) to lg-tax-authority.
           move ws-per-store(ws-per-idx)  to lg-store-number.
           move ws-per-period(ws-per-idx) to lg-period.
           read remit-ledger-file
           end-read.
           add 1 to ws-periods-posted.

      *Print the whole ledger - a block per taxing authority, one
      *line per store per filing month, collected and refunded
      *with the net to remit, and the authority's total under it.
       400-print-statement.
           open output remit-report-file.
           write remit-line from ws-report-header.
               end-read
           end-if.
           perform 410-print-one-ledger-line until ws-eof = 'y'.
           if ws-last-authority not = spaces
               perform 430-print-authority-total
           end-if.
           close remit-report-file.

       410-print-one-ledger-line.
           if lg-tax-authority not = ws-last-authority
               if ws-last-authority not = spaces
                   perform 430-print-authority-total
               end-if
               perform 420-print-authority-header
           end-if.
           add lg-tax-collected to ws-auth-collected.
           add lg-tax-refunded  to ws-auth-refunded.
           move lg-store-number    to ws-sl-store.
           move lg-period          to ws-sl-period.
           move lg-tax-collected   to ws-sl-collected.
           read remit-ledger-file next
               at end move 'y' to ws-eof.

       420-print-authority-header.
           move lg-tax-authority to ws-last-authority.
           move 0 to ws-auth-collected.
           move 0 to ws-auth-refunded.
           move lg-tax-authority to ws-al-authority.
           if lg-tax-authority = "GST"
               move "FEDERAL GOODS AND SERVICES TAX"
                   to ws-al-name
           else
           if lg-tax-authority = "HST"
               move "HARMONIZED SALES TAX, PROVINCIAL SHARE"
                   to ws-al-name
           else
           if lg-tax-authority = "QST"
               move "QUEBEC SALES TAX" to ws-al-name
           else
           if lg-tax-authority = "PST"
               move "PROVINCIAL SALES TAX" to ws-al-name
           else
               move spaces to ws-al-name
           end-if
           end-if
           end-if
           end-if.
           write remit-line from ws-authority-line.

       430-print-authority-total.
           move ws-last-authority to ws-at-authority.
           move ws-auth-collected to ws-at-collected.
           move ws-auth-refunded  to ws-at-refunded.
           compute ws-at-remit =
               ws-auth-collected - ws-auth-refunded.
           write remit-line from ws-authority-total-line.
           move spaces to remit-line.
           write remit-line.

      *Open the persistent ledger for update, creating it empty on
      *the very first run the way a fresh indexed file normally has
      *to be initialized before it can be opened i-o.
