       identification division.
       program-id. EMPPURCH.
       author. Group8.
       date-written. 2026-10-15.
      *Description:
      *    Nightly employee purchase step. Picks tonight's employee
      *    purchases ('E' sales, the buyer named in the approver
      *    field) out of the sales output, works out the discount
      *    each one took off list, and adds it to the buyer's
      *    running total for the year on employee-discount.dat -
      *    the file VALIDATOR checks tomorrow's purchases against
      *    the annual cap with. Purchases charged to payroll ('PR')
      *    go out on the payroll deduction extract at their amount
      *    plus sales tax, the way the payroll system has to dock
      *    them. The usage report lists every employee with what
      *    they bought tonight, the discount taken so far this
      *    year and what is left under the cap, so HR has its
      *    answer to who used how much.

       environment division.
       input-output section.
       file-control.
           select sales-input-file
               assign to "../../data/SalesRecords_out.dat"
               organization is line sequential
               file status is ws-sales-status.

           select sku-master-file
               assign to "../../data/sku-master.dat"
               organization is line sequential
               file status is ws-sku-master-status.

           select cashier-table-file
               assign to "../../data/cashier-table.dat"
               organization is line sequential
               file status is ws-cashier-status.

           select employee-policy-file
               assign to "../../data/employee-policy.dat"
               organization is line sequential
               file status is ws-policy-status.

           select employee-discount-file
               assign to "../../data/employee-discount.dat"
               organization is line sequential
               file status is ws-discount-status.

           select tax-rate-file
               assign to "../../data/tax-rates.dat"
               organization is line sequential.

           select payroll-deduction-file
               assign to "../../data/payroll-deductions.dat"
               organization is line sequential
               file status is ws-deduction-status.

           select usage-report-file
               assign to "../../data/program-54-emppurch.out"
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

      *Byte 45 is the layaway status on a layaway; on a sale it is
      *'E' for an employee purchase.
       01 sales-input-line.
           05 si-trans-code            pic x.
           05 si-trans-amount          pic 9(5)v99.
           05 si-payment-type          pic xx.
           05 si-store-number          pic xx.
           05 si-invoice-number        pic x(9).
           05 si-sku-code              pic x(15).
           05 si-trans-date            pic 9(8).
           05 si-employee-flag         pic x.
               88 88-employee-purchase value 'E'.
           05 si-cashier-id            pic x(4).
           05 si-quantity              pic 9(3).
           05 si-customer-id           pic x(6).
           05 si-buyer-id              pic x(4).
           05 si-tax-exempt            pic x.
           05 si-trans-time            pic 9(4).

      *SKU master - code, buyer-facing description, department and
      *list price, one SKU per line.
       fd sku-master-file
          record contains 45 characters
          data record is sku-master-rec.

       01 sku-master-rec.
           05 sm-sku-code             pic x(15).
           05 sm-description          pic x(20).
           05 sm-department           pic x(3).
           05 sm-list-price           pic 9(5)v99.

      *Everyone on staff, one id per line.
       fd cashier-table-file
          record contains 4 characters
          data record is cashier-table-rec.

       01 cashier-table-rec           pic x(4).

      *The staff purchase policy - the discount off list an
      *employee is entitled to, and the most discount any one
      *employee may take in a calendar year.
       fd employee-policy-file
          record contains 12 characters
          data record is employee-policy-rec.

       01 employee-policy-rec.
           05 ep-discount-rate        pic 9v9999.
           05 ep-annual-cap           pic 9(5)v99.

      *Discount each employee has taken so far this year, and what
      *they have bought on the staff discount to get it - read in
      *and written back out every night.
       fd employee-discount-file
          record contains 24 characters
          data record is employee-discount-rec.

       01 employee-discount-rec.
           05 ed-employee-id          pic x(4).
           05 ed-year                 pic 9(4).
           05 ed-ytd-discount         pic 9(5)v99.
           05 ed-ytd-purchases        pic 9(7)v99.

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

      *One line per purchase charged to payroll, added to night
      *after night until the payroll system takes the deductions
      *for the pay period and clears the file.
       fd payroll-deduction-file
          record contains 54 characters
          data record is payroll-deduction-rec.

       01 payroll-deduction-rec.
           05 pd-employee-id          pic x(4).
           05 pd-post-date            pic 9(8).
           05 pd-trans-date           pic 9(8).
           05 pd-store-number         pic xx.
           05 pd-invoice-number       pic x(9).
           05 pd-net-amount           pic 9(5)v99.
           05 pd-tax-amount           pic 9(5)v99.
           05 pd-deduction-amount     pic 9(7)v99.

       fd usage-report-file
           data record is usage-line
           record contains 80 characters.

       01 usage-line                   pic x(80).

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
       01 ws-business-year             pic 9(4) value 0.
       01 ws-eof                       pic x value 'n'.
       01 ws-sales-status              pic xx.
       01 ws-sku-master-status         pic xx.
       01 ws-cashier-status            pic xx.
       01 ws-policy-status             pic xx.
       01 ws-discount-status           pic xx.
       01 ws-deduction-status          pic xx.

       01 ws-records-read              pic 9(7) value 0.
       01 ws-purchases-found           pic 9(7) value 0.
       01 ws-deductions-written        pic 9(7) value 0.
       01 ws-ytd-lines-written         pic 9(7) value 0.
       01 ws-employees-buying          pic 9(5) value 0.
       01 ws-sales-total               pic 9(9)v99 value 0.
       01 ws-discount-total            pic s9(9)v99 value 0.
       01 ws-deduction-total           pic 9(9)v99 value 0.

      *The staff purchase policy, defaulting the same way
      *VALIDATOR does when no card is on hand.
       01 ws-empl-rate                 pic 9v9999 value 0.2000.
       01 ws-empl-annual-cap           pic 9(5)v99 value 500.00.
       01 ws-rate-percent              pic 999v99 value 0.

      *List price per SKU from sku-master.dat.
       01 ws-list-price-count          pic 999 value 0.
       01 ws-list-price-table.
           05 ws-lp-entry occurs 1 to 200 times
               depending on ws-list-price-count
               indexed by ws-list-price-idx.
               10 ws-lp-sku            pic x(15).
               10 ws-lp-price          pic 9(5)v99.
       01 ws-list-price-match          pic 9(5)v99 value 0.

      *Store/effective-date tax rates loaded from tax-rates.dat -
      *a deduction carries tax at the rate in effect for its store
      *on its own transaction date, the way GLEXTRACT works it.
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

      *One entry per employee - everyone on the cashier table in
      *its order, then anyone still carrying a figure for the year
      *who has since left it. The year-to-date figures come in from
      *employee-discount.dat; tonight's columns are built here.
       01 ws-emp-count                 pic 999 value 0.
       01 ws-emp-table.
           05 ws-emp-entry occurs 1 to 200 times
               depending on ws-emp-count
               indexed by ws-emp-idx.
               10 ws-emp-id            pic x(4).
               10 ws-emp-year          pic 9(4).
               10 ws-emp-ytd-discount  pic 9(5)v99.
               10 ws-emp-ytd-purchases pic 9(7)v99.
               10 ws-emp-night-count   pic 9(5).
               10 ws-emp-night-sales   pic 9(7)v99.
               10 ws-emp-night-disc    pic s9(7)v99.
               10 ws-emp-night-payroll pic 9(7)v99.
       01 ws-emp-found                 pic x value 'n'.
       01 ws-emp-match-idx             pic 999 value 0.
       01 ws-emp-lookup-id             pic x(4).

      *The purchase being worked on.
       01 ws-trans-year                pic 9(4) value 0.
       01 ws-line-discount             pic s9(7)v99 value 0.
       01 ws-post-store                pic xx.
       01 ws-post-date                 pic 9(8).
       01 ws-post-exempt               pic x.
       01 ws-post-net                  pic 9(5)v99.
       01 ws-post-tax                  pic 9(7)v99.
       01 ws-cap-left                  pic s9(7)v99 value 0.

       01 ws-report-header.
           05 filler                   pic x(40)
               value "EMPLOYEE PURCHASE DISCOUNT USAGE".
           05 filler                   pic x(9) value "AS OF:".
           05 ws-rh-date               pic 9(8).

       01 ws-policy-line.
           05 filler                   pic x(13)
               value "POLICY RATE: ".
           05 ws-pl-rate               pic zz9.99.
           05 filler                   pic x(18)
               value "%    ANNUAL CAP: ".
           05 ws-pl-cap                pic $(5)9.99.

       01 ws-column-header.
           05 filler                   pic x(40)
               value "Empl Buys Tonight Sales Tonight Disc    ".
           05 filler                   pic x(40)
               value "Payroll YTD Discount   Cap Left".

       01 ws-detail-line.
           05 dl-employee              pic x(4).
           05 filler                   pic x(1) value space.
           05 dl-count                 pic zzz9.
           05 filler                   pic x(1) value space.
           05 dl-night-sales           pic $(9)9.99.
           05 filler                   pic x(1) value space.
           05 dl-night-disc            pic $(7)9.99-.
           05 filler                   pic x(1) value space.
           05 dl-night-payroll         pic $(6)9.99.
           05 filler                   pic x(1) value space.
           05 dl-ytd-discount          pic $(7)9.99-.
           05 filler                   pic x(1) value space.
           05 dl-cap-left              pic $(5)9.99-.

       01 ws-summary-line.
           05 ws-sl-label              pic x(30).
           05 ws-sl-count              pic z(6)9.

       01 ws-value-line.
           05 ws-vl-label              pic x(30).
           05 ws-vl-value              pic $(10)9.99-.

       procedure division.
           perform 890-get-business-date.
           divide ws-business-date by 10000 giving ws-business-year.
           perform 800-load-employee-policy.
           perform 810-load-list-prices.
           perform 820-load-tax-rate-table.
           perform 830-load-employee-table.
           perform 840-load-discount-file.

           perform 100-scan-sales.
           perform 500-write-discount-file.
           perform 600-print-usage-report.
           perform 900-write-audit-record.

           move 0 to return-code.
           goback.

      *Every employee purchase in tonight's sales output. A missing
      *file just means nothing was sold tonight.
       100-scan-sales.
           open extend payroll-deduction-file.
           if ws-deduction-status not = "00"
               open output payroll-deduction-file
           end-if.
           move 'n' to ws-eof.
           open input sales-input-file.
           if ws-sales-status not = "00"
               move 'y' to ws-eof
           else
               read sales-input-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 110-check-one-sale until ws-eof = 'y'.
           if ws-sales-status = "00" or ws-sales-status = "10"
               close sales-input-file
           end-if.
           close payroll-deduction-file.

       110-check-one-sale.
           add 1 to ws-records-read.
           if si-trans-code = 'S'
             and 88-employee-purchase
             and si-buyer-id not = spaces
               perform 200-post-employee-purchase
           end-if.
           read sales-input-file
               at end move 'y' to ws-eof.

      *Tonight's columns always take the purchase; the year's
      *running total only takes it in the year it belongs to - a
      *new year on the transaction starts the employee's total
      *over, and a straggler from a year already closed out leaves
      *the current total alone.
       200-post-employee-purchase.
           add 1 to ws-purchases-found.
           move si-buyer-id to ws-emp-lookup-id.
           perform 210-find-employee.
           if ws-emp-found = 'n'
               perform 220-add-employee
           end-if.
           if ws-emp-found = 'y'
               perform 230-find-list-price
               compute ws-line-discount =
                   ws-list-price-match * si-quantity - si-trans-amount
               if ws-list-price-match = 0
                   move 0 to ws-line-discount
               end-if
               if ws-emp-night-count(ws-emp-match-idx) = 0
                   add 1 to ws-employees-buying
               end-if
               add 1 to ws-emp-night-count(ws-emp-match-idx)
               add si-trans-amount
                   to ws-emp-night-sales(ws-emp-match-idx)
               add ws-line-discount
                   to ws-emp-night-disc(ws-emp-match-idx)
               add si-trans-amount to ws-sales-total
               add ws-line-discount to ws-discount-total
               divide si-trans-date by 10000 giving ws-trans-year
               if ws-emp-year(ws-emp-match-idx) < ws-trans-year
                   move ws-trans-year
                       to ws-emp-year(ws-emp-match-idx)
                   move 0 to ws-emp-ytd-discount(ws-emp-match-idx)
                   move 0 to ws-emp-ytd-purchases(ws-emp-match-idx)
               end-if
               if ws-emp-year(ws-emp-match-idx) = ws-trans-year
                   if ws-line-discount > 0
                       add ws-line-discount
                           to ws-emp-ytd-discount(ws-emp-match-idx)
                   end-if
                   add si-trans-amount
                       to ws-emp-ytd-purchases(ws-emp-match-idx)
               end-if
               if si-payment-type = "PR"
                   perform 300-write-deduction
               end-if
           end-if.

       210-find-employee.
           move 'n' to ws-emp-found.
           move 0 to ws-emp-match-idx.
           perform 211-search-employee
               varying ws-emp-idx from 1 by 1
               until ws-emp-idx > ws-emp-count.

       211-search-employee.
           if ws-emp-lookup-id = ws-emp-id(ws-emp-idx)
               move 'y' to ws-emp-found
               set ws-emp-match-idx to ws-emp-idx
           end-if.

      *Someone neither on the staff list nor carrying a figure for
      *the year - VALIDATOR only passes buyers on the cashier
      *table, so this is a table change since the validation run.
       220-add-employee.
           if ws-emp-count < 200
               add 1 to ws-emp-count
               move ws-emp-lookup-id to ws-emp-id(ws-emp-count)
               move ws-business-year to ws-emp-year(ws-emp-count)
               move 0 to ws-emp-ytd-discount(ws-emp-count)
               move 0 to ws-emp-ytd-purchases(ws-emp-count)
               move 0 to ws-emp-night-count(ws-emp-count)
               move 0 to ws-emp-night-sales(ws-emp-count)
               move 0 to ws-emp-night-disc(ws-emp-count)
               move 0 to ws-emp-night-payroll(ws-emp-count)
               move ws-emp-count to ws-emp-match-idx
               move 'y' to ws-emp-found
           end-if.

       230-find-list-price.
           move 0 to ws-list-price-match.
           perform 231-search-list-price
               varying ws-list-price-idx from 1 by 1
               until ws-list-price-idx > ws-list-price-count.

       231-search-list-price.
           if si-sku-code = ws-lp-sku(ws-list-price-idx)
               move ws-lp-price(ws-list-price-idx)
                   to ws-list-price-match
           end-if.

      *Payroll docks the purchase with its sales tax on.
       300-write-deduction.
           move si-store-number   to ws-post-store.
           move si-trans-date     to ws-post-date.
           move si-trans-amount   to ws-post-net.
           move si-tax-exempt     to ws-post-exempt.
           perform 700-calculate-tax.
           move si-buyer-id       to pd-employee-id.
           move ws-business-date  to pd-post-date.
           move si-trans-date     to pd-trans-date.
           move si-store-number   to pd-store-number.
           move si-invoice-number to pd-invoice-number.
           move ws-post-net       to pd-net-amount.
           move ws-post-tax       to pd-tax-amount.
           compute pd-deduction-amount = ws-post-net + ws-post-tax.
           write payroll-deduction-rec.
           add 1 to ws-deductions-written.
           add pd-deduction-amount
               to ws-emp-night-payroll(ws-emp-match-idx).
           add pd-deduction-amount to ws-deduction-total.

      *Carry forward everyone with a purchase or a discount on
      *file for the year.
       500-write-discount-file.
           open output employee-discount-file.
           perform 510-write-one-employee
               varying ws-emp-idx from 1 by 1
               until ws-emp-idx > ws-emp-count.
           close employee-discount-file.

       510-write-one-employee.
           if ws-emp-ytd-discount(ws-emp-idx) not = 0
             or ws-emp-ytd-purchases(ws-emp-idx) not = 0
               move ws-emp-id(ws-emp-idx)   to ed-employee-id
               move ws-emp-year(ws-emp-idx) to ed-year
               move ws-emp-ytd-discount(ws-emp-idx)
                   to ed-ytd-discount
               move ws-emp-ytd-purchases(ws-emp-idx)
                   to ed-ytd-purchases
               write employee-discount-rec
               add 1 to ws-ytd-lines-written
           end-if.

       600-print-usage-report.
           open output usage-report-file.
           move ws-business-date to ws-rh-date.
           write usage-line from ws-report-header.
           compute ws-rate-percent = ws-empl-rate * 100.
           move ws-rate-percent to ws-pl-rate.
           move ws-empl-annual-cap to ws-pl-cap.
           write usage-line from ws-policy-line.
           move spaces to usage-line.
           write usage-line.
           write usage-line from ws-column-header.
           perform 610-print-one-employee
               varying ws-emp-idx from 1 by 1
               until ws-emp-idx > ws-emp-count.
           move spaces to usage-line.
           write usage-line.
           move "EMPLOYEE PURCHASES:"        to ws-sl-label.
           move ws-purchases-found           to ws-sl-count.
           write usage-line from ws-summary-line.
           move "EMPLOYEES BUYING:"          to ws-sl-label.
           move ws-employees-buying          to ws-sl-count.
           write usage-line from ws-summary-line.
           move "PURCHASE VALUE:"            to ws-vl-label.
           move ws-sales-total               to ws-vl-value.
           write usage-line from ws-value-line.
           move "DISCOUNT GIVEN:"            to ws-vl-label.
           move ws-discount-total            to ws-vl-value.
           write usage-line from ws-value-line.
           move "PAYROLL DEDUCTIONS:"        to ws-sl-label.
           move ws-deductions-written        to ws-sl-count.
           write usage-line from ws-summary-line.
           move "DEDUCTION VALUE:"           to ws-vl-label.
           move ws-deduction-total           to ws-vl-value.
           write usage-line from ws-value-line.
           close usage-report-file.

      *A figure carried from an earlier year is spent - the
      *employee starts the current year with the whole cap.
       610-print-one-employee.
           move ws-emp-id(ws-emp-idx)            to dl-employee.
           move ws-emp-night-count(ws-emp-idx)   to dl-count.
           move ws-emp-night-sales(ws-emp-idx)   to dl-night-sales.
           move ws-emp-night-disc(ws-emp-idx)    to dl-night-disc.
           move ws-emp-night-payroll(ws-emp-idx) to dl-night-payroll.
           if ws-emp-year(ws-emp-idx) < ws-business-year
               move 0 to dl-ytd-discount
               move ws-empl-annual-cap to ws-cap-left
           else
               move ws-emp-ytd-discount(ws-emp-idx) to dl-ytd-discount
               compute ws-cap-left =
                   ws-empl-annual-cap - ws-emp-ytd-discount(ws-emp-idx)
           end-if.
           move ws-cap-left to dl-cap-left.
           write usage-line from ws-detail-line.

      *Tax on the purchase at the rate in effect for its store on
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

      *Pick up the staff purchase policy, falling back to the shop
      *default when no card is on hand.
       800-load-employee-policy.
           open input employee-policy-file.
           if ws-policy-status = "00"
               read employee-policy-file
                   at end continue
                   not at end
                       move ep-discount-rate to ws-empl-rate
                       move ep-annual-cap    to ws-empl-annual-cap
               end-read
               close employee-policy-file
           end-if.

       810-load-list-prices.
           move 0 to ws-list-price-count.
           open input sku-master-file.
           if ws-sku-master-status = "00"
               read sku-master-file
                   at end move high-values to sku-master-rec
               end-read
               perform until sku-master-rec = high-values
                   if ws-list-price-count < 200
                       add 1 to ws-list-price-count
                       move sm-sku-code
                           to ws-lp-sku(ws-list-price-count)
                       move sm-list-price
                           to ws-lp-price(ws-list-price-count)
                   end-if
                   read sku-master-file
                       at end move high-values to sku-master-rec
                   end-read
               end-perform
               close sku-master-file
           end-if.

       820-load-tax-rate-table.
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

      *Seed the employee table from the staff list so the usage
      *report shows everyone, buying or not.
       830-load-employee-table.
           move 0 to ws-emp-count.
           open input cashier-table-file.
           if ws-cashier-status = "00"
               read cashier-table-file
                   at end move high-values to cashier-table-rec
               end-read
               perform until cashier-table-rec = high-values
                   move cashier-table-rec to ws-emp-lookup-id
                   perform 220-add-employee
                   read cashier-table-file
                       at end move high-values to cashier-table-rec
                   end-read
               end-perform
               close cashier-table-file
           end-if.

      *Bring in the year's figures so far. No file yet means nobody
      *has taken any discount.
       840-load-discount-file.
           open input employee-discount-file.
           if ws-discount-status = "00"
               read employee-discount-file
                   at end move high-values to employee-discount-rec
               end-read
               perform until employee-discount-rec = high-values
                   move ed-employee-id to ws-emp-lookup-id
                   perform 210-find-employee
                   if ws-emp-found = 'n'
                       perform 220-add-employee
                   end-if
                   if ws-emp-found = 'y'
                       move ed-year
                           to ws-emp-year(ws-emp-match-idx)
                       move ed-ytd-discount
                           to ws-emp-ytd-discount(ws-emp-match-idx)
                       move ed-ytd-purchases
                           to ws-emp-ytd-purchases(ws-emp-match-idx)
                   end-if
                   read employee-discount-file
                       at end move high-values to employee-discount-rec
                   end-read
               end-perform
               close employee-discount-file
           end-if.

      *Append one line to the shared audit trail recording the
      *program name, when it ran, and how many sales it read
      *versus employee purchases found, deductions extracted and
      *year-to-date lines carried forward.
       900-write-audit-record.
           move "EMPPURCH"               to au-program-name.
           accept au-run-date            from date.
           accept au-run-time            from time.
           move ws-business-date-6       to au-business-date.
           move ws-records-read          to au-input-count.
           move ws-purchases-found       to au-output-count-1.
           move ws-deductions-written    to au-output-count-2.
           move ws-ytd-lines-written     to au-output-count-3.
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

       end program EMPPURCH.
