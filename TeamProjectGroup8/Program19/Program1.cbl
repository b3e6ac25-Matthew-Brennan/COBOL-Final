      *    exercise off the printed reports. Which GL account each
      *    transaction code and store posts to comes from the
      *    account-map.dat data file, so a chart-of-accounts change
      *    is a data change, not a code change. The costed
      *    movements ONHANDLEDGER writes to cost-of-sales.dat post
      *    cost of goods sold against inventory, receipts into
      *    inventory against the receipts accrual, stock
      *    deductions to shrink, and stock transfers through the
      *    in-transit inventory account. Cycle-count adjustments
      *    CYCLECOUNT posted today write shortages off to shrink
      *    and put overages back into inventory. Purchases
      *    charged to a house account debit accounts receivable
      *    like any other tender, and payments taken on a house
      *    account debit the tender they came in on and credit
      *    receivables. Sales tax is credited to its own payable
      *    account per taxing authority - the federal GST share to
      *    tax payable, and the provincial share to the HST, QST
      *    or PST payable the store's rate row names - so each
      *    filing is read straight off its own account.
      *    Chargebacks DISPUTES wrote off as lost today are charged
      *    to chargeback losses against the card tender the
      *    processor took the money back through. Service plans
      *    SVCPLAN deferred today are moved out of sales revenue
      *    into deferred plan revenue, each month SVCPLAN releases
      *    is moved on into service plan revenue, and a cancelled
      *    plan's unearned part and its tax are paid back through
      *    the refund tender. Returned stock RTVCLAIMS shipped back
      *    on a vendor claim today moves out of inventory into
      *    vendor claims receivable, a vendor credit received
      *    clears the claim against accounts payable, and the short
      *    part of a claim the vendor closed short is written off to
      *    shrink.

       environment division.
       input-output section.
               assign to "../../data/AdjustmentRecords_out.dat"
               organization is line sequential.

           select tender-input-file
               assign to "../../data/TenderRecords_out.dat"
               organization is line sequential
               file status is ws-tender-status.

           select acct-pay-input-file
               assign to "../../data/AccountPayments_out.dat"
               organization is line sequential
               file status is ws-acct-pay-status.

           select forfeit-input-file
               assign to "../../data/layaway-forfeits.dat"
               organization is line sequential
               file status is ws-forfeit-status.

           select cost-of-sales-file
               assign to "../../data/cost-of-sales.dat"
               organization is line sequential
               file status is ws-cost-status.

           select count-adjust-file
               assign to "../../data/count-adjustments.dat"
               organization is line sequential
               file status is ws-adjust-status.

           select chargeback-writeoff-file
               assign to "../../data/chargeback-writeoffs.dat"
               organization is line sequential
               file status is ws-chargeback-status.

           select service-plan-posting-file
               assign to "../../data/service-plan-postings.dat"
               organization is line sequential
               file status is ws-svc-plan-status.

           select rtv-posting-file
               assign to "../../data/rtv-postings.dat"
               organization is line sequential
               file status is ws-rtv-status.

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

       fd payments-input-file
           data record is payments-input-line
           record contains 67 characters.

       01 payments-input-line.
           05 pi-trans-code            pic x.
           05 pi-customer-id           pic x(6).
           05 pi-approver-id           pic x(4).
           05 pi-tax-exempt            pic x.
           05 pi-trans-time            pic 9(4).

       fd adjustments-input-file
           data record is adjustments-input-line
           record contains 67 characters.

       01 adjustments-input-line.
           05 ai-trans-code            pic x.
           05 ai-customer-id           pic x(6).
           05 ai-approver-id           pic x(4).
           05 ai-tax-exempt            pic x.
           05 ai-trans-time            pic 9(4).

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

      *One line per layaway forfeiture LAYAWAYMASTER charged
      *tonight - the fee kept when a layaway was cancelled.
           05 ff-trans-date            pic 9(8).
           05 ff-fee-amount            pic 9(5)v99.

      *One costed line per movement, as ONHANDLEDGER writes them -
      *'S'/'L' sold, 'R' returned, 'I' received, 'D' deducted,
      *'F' shipped out on a transfer, 'T' taken in off one.
       fd cost-of-sales-file
           data record is cost-of-sales-rec
           record contains 63 characters.

       01 cost-of-sales-rec.
           05 cs-trans-code            pic x.
           05 cs-store-number          pic xx.
           05 cs-sku-code              pic x(15).
           05 cs-trans-date            pic 9(8).
           05 cs-invoice-number        pic x(9).
           05 cs-quantity              pic 9(3).
           05 cs-revenue               pic 9(5)v99.
           05 cs-unit-cost             pic 9(5)v9999.
           05 cs-extended-cost         pic 9(7)v99.

      *Costed cycle-count adjustments, in the same layout, kept
      *from night to night - 'D' a shortage written off, 'U' an
      *overage put back. Only those dated today post.
       fd count-adjust-file
           data record is count-adjust-rec
           record contains 63 characters.

       01 count-adjust-rec.
           05 ca-trans-code            pic x.
           05 ca-store-number          pic xx.
           05 ca-sku-code              pic x(15).
           05 ca-trans-date            pic 9(8).
           05 ca-invoice-number        pic x(9).
           05 ca-quantity              pic 9(3).
           05 ca-revenue               pic 9(5)v99.
           05 ca-unit-cost             pic 9(5)v9999.
           05 ca-extended-cost         pic 9(7)v99.

      *Lost chargebacks DISPUTES has written off, kept from night
      *to night under the business date each was lost on. Only
      *those dated today post.
       fd chargeback-writeoff-file
           data record is chargeback-writeoff-rec
           record contains 40 characters.

       01 chargeback-writeoff-rec.
           05 cw-store-number          pic xx.
           05 cw-writeoff-date         pic 9(8).
           05 cw-case-number           pic x(12).
           05 cw-invoice-number        pic x(9).
           05 cw-payment-type          pic xx.
           05 cw-amount                pic 9(5)v99.

      *Service plan deferrals, releases and cancellations SVCPLAN
      *has written, kept from night to night under the business
      *date. Only those dated today post. 'D' deferred, 'R'
      *released, 'U' a release taken back, 'C' a cancellation
      *refunded - its tax worked out at the rate of the sale date.
       fd service-plan-posting-file
           data record is service-plan-posting-rec
           record contains 55 characters.

       01 service-plan-posting-rec.
           05 sv-store-number          pic xx.
           05 sv-post-date             pic 9(8).
           05 sv-posting-type          pic x.
           05 sv-invoice-number        pic x(9).
           05 sv-plan-sku              pic x(15).
           05 sv-sale-date             pic 9(8).
           05 sv-tender                pic xx.
           05 sv-tax-exempt            pic x.
           05 sv-amount                pic 9(7)v99.

      *Return-to-vendor shipments, credits and write-offs RTVCLAIMS
      *has written, kept from night to night under the business
      *date. Only those dated today post. 'S' stock shipped back
      *on a claim, 'C' a vendor credit received, 'W' the short
      *part of a claim closed short, 'G' a credit over the claim.
       fd rtv-posting-file
           data record is rtv-posting-rec
           record contains 34 characters.

       01 rtv-posting-rec.
           05 rt-store-number          pic xx.
           05 rt-post-date             pic 9(8).
           05 rt-posting-type          pic x.
           05 rt-claim-number          pic x(9).
           05 rt-vendor-id             pic x(5).
           05 rt-amount                pic 9(7)v99.

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

      *Maps a store plus a posting purpose to a GL account number.
      *Store '**' is the default row used when no store-specific
      *PT outstanding loyalty points (also the LP tender's posting
      *account), RV sales revenue, TX tax payable, LP layaway
      *deposits, PE loyalty program expense, FF layaway forfeiture
      *income, AJ adjustments and comps, CG cost of goods sold, IN
      *inventory at cost, RN receipts not yet invoiced, SK shrink,
      *IT inventory in transit between stores, AR house account
      *receivables (also the HA tender's posting account), CB
      *chargeback losses written off, DR service plan revenue
      *deferred, SV service plan revenue earned, VC vendor claims
      *receivable, AP accounts payable. TX is
      *the federal GST payable; TH, TQ and TP are the provincial
      *HST, QST and PST payables.
       fd account-map-file
           record contains 12 characters
           data record is account-map-rec.
           05 ws-business-date-6      pic 9(6).
       01 ws-eof                       pic x value 'n'.
       01 ws-forfeit-status            pic xx.
       01 ws-tender-status             pic xx.
       01 ws-acct-pay-status           pic xx.
       01 ws-cost-status               pic xx.
       01 ws-adjust-status             pic xx.
       01 ws-chargeback-status         pic xx.
       01 ws-svc-plan-status           pic xx.
       01 ws-rtv-status                pic xx.
       01 ws-records-read              pic 9(7) value 0.
       01 ws-journal-lines             pic 9(7) value 0.
       01 ws-unmapped-count            pic 9(7) value 0.
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

      *The provincial taxing authorities in bucket order - HST is
      *bucket 1, QST 2, PST 3 - with the account-map purpose each
      *one's payable posts under beside it. Bucket 4 catches a rate
      *row naming an authority not on the list; its purpose has no
      *map row, so it lands on account zero and is counted the way
      *any unmapped posting is.
       01 ws-prov-tax-code-list        pic x(12)
           value "HSTQSTPST   ".
       01 ws-prov-tax-codes redefines ws-prov-tax-code-list.
           05 ws-prov-tax-code         pic x(3) occurs 4 times.
       01 ws-prov-tax-purpose-list     pic x(8)
           value "THTQTPTU".
       01 ws-prov-tax-purposes redefines ws-prov-tax-purpose-list.
           05 ws-prov-tax-purpose      pic xx occurs 4 times.
       01 ws-prov-sub                  pic 9.
       01 ws-prov-scan-sub             pic 9.

      *The store/purpose to GL account map loaded from
      *account-map.dat.
       01 ws-map-count                 pic 999 value 0.
       01 ws-calc-date                 pic 9(8).
       01 ws-calc-amount               pic 9(5)v99.
       01 ws-calc-tax                  pic 9(7)v99.
       01 ws-calc-fed-tax              pic 9(7)v99.
       01 ws-calc-prov-tax             pic 9(7)v99.
       01 ws-calc-tender               pic xx.
       01 ws-calc-exempt               pic x value space.
       01 ws-calc-cost                 pic 9(7)v99.

      *Today's activity per store per date, accumulated in storage
      *and turned into balanced journal lines at end of run. The
      *three tender buckets hold gross money moved (amount plus
      *tax) per tender type, so the tender side always balances
      *the revenue plus tax side. Tax is held as the federal GST
      *share plus one provincial bucket per authority.
       01 ws-gl-count                  pic 999 value 0.
       01 ws-gl-table.
           05 ws-gl-entry occurs 1 to 732 times
               indexed by ws-gl-idx.
               10 ws-gl-store          pic xx.
               10 ws-gl-date           pic 9(8).
               10 ws-gl-sales-tender   pic 9(9)v99 occurs 7 times.
               10 ws-gl-sales-revenue  pic 9(9)v99.
               10 ws-gl-sales-gst      pic 9(9)v99.
               10 ws-gl-sales-prov-tax pic 9(9)v99 occurs 4 times.
               10 ws-gl-ret-tender     pic 9(9)v99 occurs 7 times.
               10 ws-gl-ret-revenue    pic 9(9)v99.
               10 ws-gl-ret-gst        pic 9(9)v99.
               10 ws-gl-ret-prov-tax   pic 9(9)v99 occurs 4 times.
               10 ws-gl-pay-tender     pic 9(9)v99 occurs 7 times.
               10 ws-gl-pay-total      pic 9(9)v99.
               10 ws-gl-adj-tender     pic 9(9)v99 occurs 7 times.
               10 ws-gl-adj-total      pic 9(9)v99.
               10 ws-gl-acp-tender     pic 9(9)v99 occurs 7 times.
               10 ws-gl-acp-total      pic 9(9)v99.
               10 ws-gl-points-accrued pic 9(9)v99.
               10 ws-gl-forfeit-total  pic 9(9)v99.
               10 ws-gl-cogs-sold      pic 9(9)v99.
               10 ws-gl-cogs-returned  pic 9(9)v99.
               10 ws-gl-inv-received   pic 9(9)v99.
               10 ws-gl-inv-shrink     pic 9(9)v99.
               10 ws-gl-count-over     pic 9(9)v99.
               10 ws-gl-xfer-out       pic 9(9)v99.
               10 ws-gl-xfer-in        pic 9(9)v99.
               10 ws-gl-cbk-tender     pic 9(9)v99 occurs 7 times.
               10 ws-gl-cbk-total      pic 9(9)v99.
               10 ws-gl-svc-deferred   pic 9(9)v99.
               10 ws-gl-svc-released   pic 9(9)v99.
               10 ws-gl-svc-unreleased pic 9(9)v99.
               10 ws-gl-svc-refund     pic 9(9)v99.
               10 ws-gl-svc-gst        pic 9(9)v99.
               10 ws-gl-svc-prov-tax   pic 9(9)v99 occurs 4 times.
               10 ws-gl-svc-tender     pic 9(9)v99 occurs 7 times.
               10 ws-gl-rtv-shipped    pic 9(9)v99.
               10 ws-gl-rtv-credited   pic 9(9)v99.
               10 ws-gl-rtv-short      pic 9(9)v99.
               10 ws-gl-rtv-over       pic 9(9)v99.
       01 ws-gl-found                  pic x value 'n'.
       01 ws-gl-entry-idx              pic 999.
       01 ws-tender-sub                pic 9.
       01 ws-zero-sub                  pic 9.

      *The seven tender codes in bucket order - CA is bucket 1, CR
      *is 2, DB is 3, GC (gift card / store credit) is 4, LP
      *(loyalty points redeemed as tender) is 5, HA (charged to a
      *house account) is 6, PR (an employee purchase deducted from
      *pay) is 7. The purpose list beside it names the account-map
      *row each bucket posts to - the LP tender posts under purpose
      *PT, because purpose LP was already taken by the layaway
      *deposits account, HA posts to AR, accounts receivable, and
      *PR to PY, the payroll deductions receivable.
       01 ws-tender-code-list          pic x(14)
           value "CACRDBGCLPHAPR".
       01 ws-tender-codes redefines ws-tender-code-list.
           05 ws-tender-code           pic xx occurs 7 times.
       01 ws-tender-purpose-list       pic x(14)
           value "CACRDBGCPTARPY".
       01 ws-tender-purposes redefines ws-tender-purpose-list.
           05 ws-tender-purpose        pic xx occurs 7 times.

      *Split-tender ('SP') sales waiting on their tender records,
      *one entry per invoice. Revenue and tax are credited when the
      *sale is read; the tender debits wait for the 'N' records,
      *each taking its share of the sale's tax so the gross still
      *balances to the penny - the tender that settles the last of
      *the sale takes whatever tax is left. The points base is the
      *part of a loyalty sale not paid with points, which is all
      *that earns points.
       01 ws-sp-count                  pic 9(4) value 0.
       01 ws-sp-table.
           05 ws-sp-entry occurs 1 to 2000 times
               depending on ws-sp-count
               indexed by ws-sp-idx.
               10 ws-sp-invoice        pic x(9).
               10 ws-sp-gl-idx         pic 999.
               10 ws-sp-amount-left    pic 9(7)v99.
               10 ws-sp-tax-left       pic 9(7)v99.
               10 ws-sp-points-base    pic 9(7)v99.
       01 ws-sp-found                  pic x value 'n'.
       01 ws-sp-entry-idx              pic 9(4) value 0.
       01 ws-sp-invoice-key            pic x(9).
       01 ws-tender-tax                pic 9(7)v99 value 0.

      *Scratch fields naming the journal line being written.
       01 ws-post-source               pic x(6).
           perform 800-load-tax-rate-table.
           perform 810-load-account-map.
           perform 100-accumulate-sales.
           perform 150-accumulate-tenders.
           perform 200-accumulate-returns.
           perform 300-accumulate-payments.
           perform 350-accumulate-account-pays.
           perform 400-accumulate-adjustments.
           perform 450-accumulate-forfeits.
           perform 470-accumulate-costs.
           perform 485-accumulate-rtv-postings.
           perform 490-accumulate-count-adjusts.
           perform 496-accumulate-chargebacks.
           perform 498-accumulate-service-plans.
           perform 500-write-journal-file.
           perform 900-write-audit-record.

           close sales-input-file.

      *A sale or layaway debits its tender for the gross take
      *(amount plus tax) and credits revenue and tax payable. A
      *split-tender sale credits the same revenue and tax but holds
      *its debits for the tender records.
       110-post-one-sale.
           add 1 to ws-records-read.
           move si-store-number  to ws-calc-store.
           perform 600-calculate-tax.
           perform 610-find-gl-entry.
           perform 620-set-tender-sub.
           if si-payment-type = "SP"
               perform 120-hold-split-sale
           else
           if ws-tender-sub > 0
               compute ws-gl-sales-tender(ws-gl-entry-idx
                       ws-tender-sub) =
                   + ws-calc-amount + ws-calc-tax
               add ws-calc-amount
                   to ws-gl-sales-revenue(ws-gl-entry-idx)
               perform 130-credit-sales-tax
           end-if
           end-if.
      *A loyalty sale grows the outstanding-points liability - one
      *point per whole dollar, a cent each - unless it was itself
           read sales-input-file
               at end move 'y' to ws-eof.

      *Credit the split sale's revenue and tax now and note what
      *its tenders still have to debit. The lines of a multi-line
      *ticket share one invoice, so they pile into one entry.
       120-hold-split-sale.
           add ws-calc-amount
               to ws-gl-sales-revenue(ws-gl-entry-idx).
           perform 130-credit-sales-tax.
           move si-invoice-number to ws-sp-invoice-key.
           perform 170-find-split-sale.
           if ws-sp-found = 'n' and ws-sp-count < 2000
               add 1 to ws-sp-count
               move ws-sp-count       to ws-sp-entry-idx
               move si-invoice-number to ws-sp-invoice(ws-sp-count)
               move ws-gl-entry-idx   to ws-sp-gl-idx(ws-sp-count)
               move 0 to ws-sp-amount-left(ws-sp-count)
               move 0 to ws-sp-tax-left(ws-sp-count)
               move 0 to ws-sp-points-base(ws-sp-count)
               move 'y' to ws-sp-found
           end-if.
           if ws-sp-found = 'y'
               add ws-calc-amount
                   to ws-sp-amount-left(ws-sp-entry-idx)
               add ws-calc-tax
                   to ws-sp-tax-left(ws-sp-entry-idx)
               if si-trans-code = 'S'
                 and si-customer-id not = spaces
                   add ws-calc-amount
                       to ws-sp-points-base(ws-sp-entry-idx)
               end-if
           end-if.

      *The sale's tax goes to its authorities' payables - the
      *federal share to GST, the provincial share to the bucket of
      *the authority its store's rate row names.
       130-credit-sales-tax.
           add ws-calc-fed-tax
               to ws-gl-sales-gst(ws-gl-entry-idx).
           add ws-calc-prov-tax
               to ws-gl-sales-prov-tax(ws-gl-entry-idx ws-prov-sub).

      *Debit each tender behind a split sale for its share. A
      *missing file just means nobody split a payment tonight.
       150-accumulate-tenders.
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
               move ws-sp-gl-idx(ws-sp-entry-idx) to ws-gl-entry-idx
               if ti-trans-amount >= ws-sp-amount-left(ws-sp-entry-idx)
                   move ws-sp-tax-left(ws-sp-entry-idx)
                       to ws-tender-tax
                   move 0 to ws-sp-amount-left(ws-sp-entry-idx)
               else
                   compute ws-tender-tax rounded =
                       ti-trans-amount
                       * ws-sp-tax-left(ws-sp-entry-idx)
                       / ws-sp-amount-left(ws-sp-entry-idx)
                   subtract ti-trans-amount
                       from ws-sp-amount-left(ws-sp-entry-idx)
               end-if
               subtract ws-tender-tax
                   from ws-sp-tax-left(ws-sp-entry-idx)
               move ti-payment-type to ws-calc-tender
               perform 620-set-tender-sub
               if ws-tender-sub > 0
                   compute ws-gl-sales-tender(ws-gl-entry-idx
                           ws-tender-sub) =
                       ws-gl-sales-tender(ws-gl-entry-idx
                           ws-tender-sub)
                       + ti-trans-amount + ws-tender-tax
               end-if
               if ti-payment-type = "LP"
                 and ws-sp-points-base(ws-sp-entry-idx) > 0
                   perform 180-net-points-tender
               end-if
           end-if.
           read tender-input-file
               at end move 'y' to ws-eof.

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

      *The sale accrued points on its whole amount when it was
      *read; the share paid with points earns none, so back the
      *accrual out and put it back on what is left.
       180-net-points-tender.
           compute ws-calc-points = ws-sp-points-base(ws-sp-entry-idx).
           compute ws-gl-points-accrued(ws-gl-entry-idx) =
               ws-gl-points-accrued(ws-gl-entry-idx)
               - (ws-calc-points * 0.01).
           if ws-sp-points-base(ws-sp-entry-idx) > ti-trans-amount
               subtract ti-trans-amount
                   from ws-sp-points-base(ws-sp-entry-idx)
           else
               move 0 to ws-sp-points-base(ws-sp-entry-idx)
           end-if.
           compute ws-calc-points = ws-sp-points-base(ws-sp-entry-idx).
           compute ws-gl-points-accrued(ws-gl-entry-idx) =
               ws-gl-points-accrued(ws-gl-entry-idx)
               + (ws-calc-points * 0.01).

       200-accumulate-returns.
           move 'n' to ws-eof.
           open input returns-input-file.
                   + ws-calc-amount + ws-calc-tax
               add ws-calc-amount
                   to ws-gl-ret-revenue(ws-gl-entry-idx)
               add ws-calc-fed-tax
                   to ws-gl-ret-gst(ws-gl-entry-idx)
               add ws-calc-prov-tax
                   to ws-gl-ret-prov-tax(ws-gl-entry-idx ws-prov-sub)
           end-if.
           read returns-input-file
               at end move 'y' to ws-eof.
           read payments-input-file
               at end move 'y' to ws-eof.

      *Payments taken on house accounts. A missing file just means
      *nobody paid down a house account tonight.
       350-accumulate-account-pays.
           move 'n' to ws-eof.
           open input acct-pay-input-file.
           if ws-acct-pay-status not = "00"
               move 'y' to ws-eof
           else
               read acct-pay-input-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 360-post-one-account-pay until ws-eof = 'y'.
           if ws-acct-pay-status = "00" or ws-acct-pay-status = "10"
               close acct-pay-input-file
           end-if.

      *A payment on account moves money into the drawer against
      *accounts receivable - no revenue and no tax, both were
      *recognized when the goods were charged.
       360-post-one-account-pay.
           add 1 to ws-records-read.
           move ap-store-number  to ws-calc-store.
           move ap-trans-date    to ws-calc-date.
           move ap-trans-amount  to ws-calc-amount.
           move ap-payment-type  to ws-calc-tender.
           perform 610-find-gl-entry.
           perform 620-set-tender-sub.
           if ws-tender-sub > 0
               compute ws-gl-acp-tender(ws-gl-entry-idx
                       ws-tender-sub) =
                   ws-gl-acp-tender(ws-gl-entry-idx ws-tender-sub)
                   + ws-calc-amount
               add ws-calc-amount
                   to ws-gl-acp-total(ws-gl-entry-idx)
           end-if.
           read acct-pay-input-file
               at end move 'y' to ws-eof.

       400-accumulate-adjustments.
           move 'n' to ws-eof.
           open input adjustments-input-file.
           read forfeit-input-file
               at end move 'y' to ws-eof.

      *The day's costed movements. A missing file just means
      *ONHANDLEDGER has not costed anything tonight.
       470-accumulate-costs.
           move 'n' to ws-eof.
           open input cost-of-sales-file.
           if ws-cost-status not = "00"
               move 'y' to ws-eof
           else
               read cost-of-sales-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 480-post-one-cost until ws-eof = 'y'.
           if ws-cost-status = "00" or ws-cost-status = "10"
               close cost-of-sales-file
           end-if.

       480-post-one-cost.
           add 1 to ws-records-read.
           move cs-store-number  to ws-calc-store.
           move cs-trans-date    to ws-calc-date.
           move cs-extended-cost to ws-calc-cost.
           perform 610-find-gl-entry.
           if cs-trans-code = 'S' or cs-trans-code = 'L'
               add ws-calc-cost to ws-gl-cogs-sold(ws-gl-entry-idx)
           end-if.
           if cs-trans-code = 'R'
               add ws-calc-cost
                   to ws-gl-cogs-returned(ws-gl-entry-idx)
           end-if.
           if cs-trans-code = 'I'
               add ws-calc-cost
                   to ws-gl-inv-received(ws-gl-entry-idx)
           end-if.
           if cs-trans-code = 'D'
               add ws-calc-cost to ws-gl-inv-shrink(ws-gl-entry-idx)
           end-if.
           if cs-trans-code = 'F'
               add ws-calc-cost to ws-gl-xfer-out(ws-gl-entry-idx)
           end-if.
           if cs-trans-code = 'T'
               add ws-calc-cost to ws-gl-xfer-in(ws-gl-entry-idx)
           end-if.
           read cost-of-sales-file
               at end move 'y' to ws-eof.

      *Return-to-vendor postings RTVCLAIMS wrote tonight. A
      *missing file just means nothing has ever gone back to a
      *vendor.
       485-accumulate-rtv-postings.
           move 'n' to ws-eof.
           open input rtv-posting-file.
           if ws-rtv-status not = "00"
               move 'y' to ws-eof
           else
               read rtv-posting-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 486-post-one-rtv until ws-eof = 'y'.
           if ws-rtv-status = "00" or ws-rtv-status = "10"
               close rtv-posting-file
           end-if.

       486-post-one-rtv.
           if rt-post-date = ws-business-date
               add 1 to ws-records-read
               move rt-store-number to ws-calc-store
               move rt-post-date    to ws-calc-date
               perform 610-find-gl-entry
               if rt-posting-type = 'S'
                   add rt-amount to ws-gl-rtv-shipped(ws-gl-entry-idx)
               end-if
               if rt-posting-type = 'C'
                   add rt-amount
                       to ws-gl-rtv-credited(ws-gl-entry-idx)
               end-if
               if rt-posting-type = 'W'
                   add rt-amount to ws-gl-rtv-short(ws-gl-entry-idx)
               end-if
               if rt-posting-type = 'G'
                   add rt-amount to ws-gl-rtv-over(ws-gl-entry-idx)
               end-if
           end-if.
           read rtv-posting-file
               at end move 'y' to ws-eof.

      *Count adjustments CYCLECOUNT posted tonight. The file holds
      *every night's, so anything dated before today has already
      *gone to the ledger.
       490-accumulate-count-adjusts.
           move 'n' to ws-eof.
           open input count-adjust-file.
           if ws-adjust-status not = "00"
               move 'y' to ws-eof
           else
               read count-adjust-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 495-post-one-count-adjust until ws-eof = 'y'.
           if ws-adjust-status = "00" or ws-adjust-status = "10"
               close count-adjust-file
           end-if.

       495-post-one-count-adjust.
           if ca-trans-date = ws-business-date
               add 1 to ws-records-read
               move ca-store-number  to ws-calc-store
               move ca-trans-date    to ws-calc-date
               move ca-extended-cost to ws-calc-cost
               perform 610-find-gl-entry
               if ca-trans-code = 'D'
                   add ws-calc-cost
                       to ws-gl-inv-shrink(ws-gl-entry-idx)
               end-if
               if ca-trans-code = 'U'
                   add ws-calc-cost
                       to ws-gl-count-over(ws-gl-entry-idx)
               end-if
           end-if.
           read count-adjust-file
               at end move 'y' to ws-eof.

      *Chargebacks DISPUTES wrote off tonight. A chargeback only
      *ever comes back through a card, so one without a debit card
      *flag is taken off the credit card account.
       496-accumulate-chargebacks.
           move 'n' to ws-eof.
           open input chargeback-writeoff-file.
           if ws-chargeback-status not = "00"
               move 'y' to ws-eof
           else
               read chargeback-writeoff-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 497-post-one-chargeback until ws-eof = 'y'.
           if ws-chargeback-status = "00"
             or ws-chargeback-status = "10"
               close chargeback-writeoff-file
           end-if.

       497-post-one-chargeback.
           if cw-writeoff-date = ws-business-date
               add 1 to ws-records-read
               move cw-store-number  to ws-calc-store
               move cw-writeoff-date to ws-calc-date
               perform 610-find-gl-entry
               if cw-payment-type = "DB"
                   move 3 to ws-tender-sub
               else
                   move 2 to ws-tender-sub
               end-if
               add cw-amount
                   to ws-gl-cbk-tender(ws-gl-entry-idx ws-tender-sub)
               add cw-amount to ws-gl-cbk-total(ws-gl-entry-idx)
           end-if.
           read chargeback-writeoff-file
               at end move 'y' to ws-eof.

      *Service plan postings SVCPLAN wrote tonight. A missing file
      *just means no plan has ever been sold.
       498-accumulate-service-plans.
           move 'n' to ws-eof.
           open input service-plan-posting-file.
           if ws-svc-plan-status not = "00"
               move 'y' to ws-eof
           else
               read service-plan-posting-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 499-post-one-service-plan until ws-eof = 'y'.
           if ws-svc-plan-status = "00" or ws-svc-plan-status = "10"
               close service-plan-posting-file
           end-if.

      *A cancellation refunds the unearned part plus the tax it
      *carried, at the rates in effect on the day the plan was
      *sold, through the refund tender.
       499-post-one-service-plan.
           if sv-post-date = ws-business-date
               add 1 to ws-records-read
               move sv-store-number  to ws-calc-store
               move sv-post-date     to ws-calc-date
               move sv-amount        to ws-calc-amount
               if sv-posting-type = 'C'
                   move sv-sale-date  to ws-calc-date
                   move sv-tax-exempt to ws-calc-exempt
                   perform 600-calculate-tax
                   move sv-post-date  to ws-calc-date
               end-if
               perform 610-find-gl-entry
               if sv-posting-type = 'D'
                   add sv-amount to ws-gl-svc-deferred(ws-gl-entry-idx)
               end-if
               if sv-posting-type = 'R'
                   add sv-amount to ws-gl-svc-released(ws-gl-entry-idx)
               end-if
               if sv-posting-type = 'U'
                   add sv-amount
                       to ws-gl-svc-unreleased(ws-gl-entry-idx)
               end-if
               if sv-posting-type = 'C'
                   move sv-tender to ws-calc-tender
                   perform 620-set-tender-sub
                   if ws-tender-sub > 0
                       compute ws-gl-svc-tender(ws-gl-entry-idx
                               ws-tender-sub) =
                           ws-gl-svc-tender(ws-gl-entry-idx
                               ws-tender-sub)
                           + ws-calc-amount + ws-calc-tax
                       add ws-calc-amount
                           to ws-gl-svc-refund(ws-gl-entry-idx)
                       add ws-calc-fed-tax
                           to ws-gl-svc-gst(ws-gl-entry-idx)
                       add ws-calc-prov-tax
                           to ws-gl-svc-prov-tax(ws-gl-entry-idx
                               ws-prov-sub)
                   end-if
               end-if
           end-if.
           read service-plan-posting-file
               at end move 'y' to ws-eof.

      *Work out the tax on the amount in the ws-calc fields, at the
      *rates in effect for its store on its own transaction date -
      *the federal and provincial shares each rounded on their own,
      *the way TAXREMIT files them, and ws-prov-sub set to the
      *provincial authority's bucket. A tax-exempt sale collected
      *no tax, so its journal carries no tax-payable side either.
       600-calculate-tax.
           move 0 to ws-best-eff-date.
           move 0 to ws-effective-fed-rate.
           move 0 to ws-effective-prov-rate.
           move spaces to ws-effective-prov-tax.
           perform 601-scan-tax-rate-entry
               varying ws-tr-idx from 1 by 1
               until ws-tr-idx > ws-tax-rate-count.
           compute ws-calc-fed-tax rounded =
               ws-calc-amount * ws-effective-fed-rate.
           compute ws-calc-prov-tax rounded =
               ws-calc-amount * ws-effective-prov-rate.
           if ws-calc-exempt = 'E'
               move 0 to ws-calc-fed-tax
               move 0 to ws-calc-prov-tax
           end-if.
           compute ws-calc-tax = ws-calc-fed-tax + ws-calc-prov-tax.
           move 4 to ws-prov-sub.
           perform 602-match-prov-tax-code
               varying ws-prov-scan-sub from 1 by 1
               until ws-prov-scan-sub > 3.

       601-scan-tax-rate-entry.
           if ws-calc-store = ws-tr-store(ws-tr-idx)
             and ws-tr-eff-date(ws-tr-idx) <= ws-calc-date
             and ws-tr-eff-date(ws-tr-idx) >= ws-best-eff-date
               move ws-tr-eff-date(ws-tr-idx) to ws-best-eff-date
               move ws-tr-fed-rate(ws-tr-idx) to ws-effective-fed-rate
               move ws-tr-prov-rate(ws-tr-idx)
                   to ws-effective-prov-rate
               move ws-tr-prov-tax(ws-tr-idx)
                   to ws-effective-prov-tax
           end-if.

       602-match-prov-tax-code.
           if ws-effective-prov-tax
                   = ws-prov-tax-code(ws-prov-scan-sub)
               move ws-prov-scan-sub to ws-prov-sub
           end-if.

      *Find or start the store/date accumulation entry for the
               move ws-calc-date  to ws-gl-date(ws-gl-count)
               perform 612-zero-gl-entry
                   varying ws-zero-sub from 1 by 1
                   until ws-zero-sub > 7
               perform 613-zero-gl-prov-tax
                   varying ws-zero-sub from 1 by 1
                   until ws-zero-sub > 4
               move 0 to ws-gl-sales-revenue(ws-gl-count)
               move 0 to ws-gl-sales-gst(ws-gl-count)
               move 0 to ws-gl-ret-revenue(ws-gl-count)
               move 0 to ws-gl-ret-gst(ws-gl-count)
               move 0 to ws-gl-pay-total(ws-gl-count)
               move 0 to ws-gl-adj-total(ws-gl-count)
               move 0 to ws-gl-acp-total(ws-gl-count)
               move 0 to ws-gl-points-accrued(ws-gl-count)
               move 0 to ws-gl-forfeit-total(ws-gl-count)
               move 0 to ws-gl-cogs-sold(ws-gl-count)
               move 0 to ws-gl-cogs-returned(ws-gl-count)
               move 0 to ws-gl-inv-received(ws-gl-count)
               move 0 to ws-gl-inv-shrink(ws-gl-count)
               move 0 to ws-gl-count-over(ws-gl-count)
               move 0 to ws-gl-xfer-out(ws-gl-count)
               move 0 to ws-gl-xfer-in(ws-gl-count)
               move 0 to ws-gl-cbk-total(ws-gl-count)
               move 0 to ws-gl-svc-deferred(ws-gl-count)
               move 0 to ws-gl-svc-released(ws-gl-count)
               move 0 to ws-gl-svc-unreleased(ws-gl-count)
               move 0 to ws-gl-svc-refund(ws-gl-count)
               move 0 to ws-gl-svc-gst(ws-gl-count)
               move 0 to ws-gl-rtv-shipped(ws-gl-count)
               move 0 to ws-gl-rtv-credited(ws-gl-count)
               move 0 to ws-gl-rtv-short(ws-gl-count)
               move 0 to ws-gl-rtv-over(ws-gl-count)
               move ws-gl-count   to ws-gl-entry-idx
           end-if.

           move 0 to ws-gl-ret-tender(ws-gl-count ws-zero-sub).
           move 0 to ws-gl-pay-tender(ws-gl-count ws-zero-sub).
           move 0 to ws-gl-adj-tender(ws-gl-count ws-zero-sub).
           move 0 to ws-gl-acp-tender(ws-gl-count ws-zero-sub).
           move 0 to ws-gl-cbk-tender(ws-gl-count ws-zero-sub).
           move 0 to ws-gl-svc-tender(ws-gl-count ws-zero-sub).

       613-zero-gl-prov-tax.
           move 0 to ws-gl-sales-prov-tax(ws-gl-count ws-zero-sub).
           move 0 to ws-gl-ret-prov-tax(ws-gl-count ws-zero-sub).
           move 0 to ws-gl-svc-prov-tax(ws-gl-count ws-zero-sub).

       611-search-gl-entry.
           if ws-calc-store = ws-gl-store(ws-gl-idx)
           end-if.

      *Turn the tender code in ws-calc-tender into the subscript of
      *its bucket - CA is 1, CR is 2, DB is 3, GC is 4, LP is 5,
      *HA is 6, PR is 7.
      *Zero means a tender this extract has no bucket for.
       620-set-tender-sub.
           if ws-calc-tender = "CA"
           else
           if ws-calc-tender = "LP"
               move 5 to ws-tender-sub
           else
           if ws-calc-tender = "HA"
               move 6 to ws-tender-sub
           else
           if ws-calc-tender = "PR"
               move 7 to ws-tender-sub
           else
               move 0 to ws-tender-sub
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

      *Write the accumulated figures out as balanced journal lines,
           perform 520-write-sales-lines.
           perform 530-write-return-lines.
           perform 540-write-payment-lines.
           perform 545-write-account-pay-lines.
           perform 550-write-adjustment-lines.
           perform 560-write-points-lines.
           perform 570-write-forfeit-lines.
           perform 580-write-cost-lines.
           perform 590-write-chargeback-lines.
           perform 593-write-service-plan-lines.
           perform 597-write-rtv-lines.

      *Sales and layaways: debit each tender for its gross take,
      *credit revenue and each authority's tax payable.
       520-write-sales-lines.
           move "SALES " to ws-post-source.
           perform 521-write-sales-tender-line
               varying ws-tender-sub from 1 by 1
               until ws-tender-sub > 7.
           if ws-gl-sales-revenue(ws-gl-idx) > 0
               move "RV" to ws-lookup-purpose
               move ws-gl-sales-revenue(ws-gl-idx) to ws-post-amount
               perform 720-write-credit-line
           end-if.
           if ws-gl-sales-gst(ws-gl-idx) > 0
               move "TX" to ws-lookup-purpose
               move ws-gl-sales-gst(ws-gl-idx) to ws-post-amount
               perform 720-write-credit-line
           end-if.
           perform 522-write-sales-prov-tax-line
               varying ws-prov-sub from 1 by 1
               until ws-prov-sub > 4.

       521-write-sales-tender-line.
           if ws-gl-sales-tender(ws-gl-idx ws-tender-sub) > 0
               perform 710-write-debit-line
           end-if.

       522-write-sales-prov-tax-line.
           if ws-gl-sales-prov-tax(ws-gl-idx ws-prov-sub) > 0
               move ws-prov-tax-purpose(ws-prov-sub)
                   to ws-lookup-purpose
               move ws-gl-sales-prov-tax(ws-gl-idx ws-prov-sub)
                   to ws-post-amount
               perform 720-write-credit-line
           end-if.

      *Returns reverse the sale entry: debit revenue and each
      *authority's tax payable back, credit each tender for its
      *gross refund.
       530-write-return-lines.
           move "RETURN" to ws-post-source.
           if ws-gl-ret-revenue(ws-gl-idx) > 0
               move ws-gl-ret-revenue(ws-gl-idx) to ws-post-amount
               perform 710-write-debit-line
           end-if.
           if ws-gl-ret-gst(ws-gl-idx) > 0
               move "TX" to ws-lookup-purpose
               move ws-gl-ret-gst(ws-gl-idx) to ws-post-amount
               perform 710-write-debit-line
           end-if.
           perform 532-write-return-prov-tax-line
               varying ws-prov-sub from 1 by 1
               until ws-prov-sub > 4.
           perform 531-write-return-tender-line
               varying ws-tender-sub from 1 by 1
               until ws-tender-sub > 7.

       531-write-return-tender-line.
           if ws-gl-ret-tender(ws-gl-idx ws-tender-sub) > 0
               perform 720-write-credit-line
           end-if.

       532-write-return-prov-tax-line.
           if ws-gl-ret-prov-tax(ws-gl-idx ws-prov-sub) > 0
               move ws-prov-tax-purpose(ws-prov-sub)
                   to ws-lookup-purpose
               move ws-gl-ret-prov-tax(ws-gl-idx ws-prov-sub)
                   to ws-post-amount
               perform 710-write-debit-line
           end-if.

      *Layaway payments: debit each tender, credit the layaway
      *deposits account.
       540-write-payment-lines.
           move "LAYPAY" to ws-post-source.
           perform 541-write-payment-tender-line
               varying ws-tender-sub from 1 by 1
               until ws-tender-sub > 7.
           if ws-gl-pay-total(ws-gl-idx) > 0
               move "LP" to ws-lookup-purpose
               move ws-gl-pay-total(ws-gl-idx) to ws-post-amount
               perform 710-write-debit-line
           end-if.

      *Payments on house accounts: debit each tender, credit
      *accounts receivable.
       545-write-account-pay-lines.
           move "ACCPAY" to ws-post-source.
           perform 546-write-account-pay-tender
               varying ws-tender-sub from 1 by 1
               until ws-tender-sub > 7.
           if ws-gl-acp-total(ws-gl-idx) > 0
               move "AR" to ws-lookup-purpose
               move ws-gl-acp-total(ws-gl-idx) to ws-post-amount
               perform 720-write-credit-line
           end-if.

       546-write-account-pay-tender.
           if ws-gl-acp-tender(ws-gl-idx ws-tender-sub) > 0
               move ws-tender-purpose(ws-tender-sub)
                   to ws-lookup-purpose
               move ws-gl-acp-tender(ws-gl-idx ws-tender-sub)
                   to ws-post-amount
               perform 710-write-debit-line
           end-if.

      *Adjustments and comps: debit the adjustments account, credit
      *each tender the money went back out through.
       550-write-adjustment-lines.
           end-if.
           perform 551-write-adjustment-tender-line
               varying ws-tender-sub from 1 by 1
               until ws-tender-sub > 7.

       551-write-adjustment-tender-line.
           if ws-gl-adj-tender(ws-gl-idx ws-tender-sub) > 0
               perform 720-write-credit-line
           end-if.

      *Cost of the merchandise moved. Goods sold debit cost of
      *goods sold and credit inventory, goods returned reverse
      *that, goods received debit inventory against the receipts
      *accrual until the vendor's invoice is matched, and stock
      *deducted or found short at a count is written off to
      *shrink; stock found over at a count goes back into
      *inventory. Stock shipped to another store moves from
      *inventory to in transit; stock taken in off a transfer
      *moves back.
       580-write-cost-lines.
           move "COGS  " to ws-post-source.
           if ws-gl-cogs-sold(ws-gl-idx) > 0
               move "CG" to ws-lookup-purpose
               move ws-gl-cogs-sold(ws-gl-idx) to ws-post-amount
               perform 710-write-debit-line
               move "IN" to ws-lookup-purpose
               move ws-gl-cogs-sold(ws-gl-idx) to ws-post-amount
               perform 720-write-credit-line
           end-if.
           if ws-gl-cogs-returned(ws-gl-idx) > 0
               move "IN" to ws-lookup-purpose
               move ws-gl-cogs-returned(ws-gl-idx) to ws-post-amount
               perform 710-write-debit-line
               move "CG" to ws-lookup-purpose
               move ws-gl-cogs-returned(ws-gl-idx) to ws-post-amount
               perform 720-write-credit-line
           end-if.
           move "RECEIV" to ws-post-source.
           if ws-gl-inv-received(ws-gl-idx) > 0
               move "IN" to ws-lookup-purpose
               move ws-gl-inv-received(ws-gl-idx) to ws-post-amount
               perform 710-write-debit-line
               move "RN" to ws-lookup-purpose
               move ws-gl-inv-received(ws-gl-idx) to ws-post-amount
               perform 720-write-credit-line
           end-if.
           move "SHRINK" to ws-post-source.
           if ws-gl-inv-shrink(ws-gl-idx) > 0
               move "SK" to ws-lookup-purpose
               move ws-gl-inv-shrink(ws-gl-idx) to ws-post-amount
               perform 710-write-debit-line
               move "IN" to ws-lookup-purpose
               move ws-gl-inv-shrink(ws-gl-idx) to ws-post-amount
               perform 720-write-credit-line
           end-if.
           if ws-gl-count-over(ws-gl-idx) > 0
               move "IN" to ws-lookup-purpose
               move ws-gl-count-over(ws-gl-idx) to ws-post-amount
               perform 710-write-debit-line
               move "SK" to ws-lookup-purpose
               move ws-gl-count-over(ws-gl-idx) to ws-post-amount
               perform 720-write-credit-line
           end-if.
           move "TRANSF" to ws-post-source.
           if ws-gl-xfer-out(ws-gl-idx) > 0
               move "IT" to ws-lookup-purpose
               move ws-gl-xfer-out(ws-gl-idx) to ws-post-amount
               perform 710-write-debit-line
               move "IN" to ws-lookup-purpose
               move ws-gl-xfer-out(ws-gl-idx) to ws-post-amount
               perform 720-write-credit-line
           end-if.
           if ws-gl-xfer-in(ws-gl-idx) > 0
               move "IN" to ws-lookup-purpose
               move ws-gl-xfer-in(ws-gl-idx) to ws-post-amount
               perform 710-write-debit-line
               move "IT" to ws-lookup-purpose
               move ws-gl-xfer-in(ws-gl-idx) to ws-post-amount
               perform 720-write-credit-line
           end-if.

      *Lost chargebacks: debit chargeback losses, credit the card
      *tender the processor took the money back out of.
       590-write-chargeback-lines.
           move "CHGBK " to ws-post-source.
           if ws-gl-cbk-total(ws-gl-idx) > 0
               move "CB" to ws-lookup-purpose
               move ws-gl-cbk-total(ws-gl-idx) to ws-post-amount
               perform 710-write-debit-line
           end-if.
           perform 591-write-chargeback-tender
               varying ws-tender-sub from 1 by 1
               until ws-tender-sub > 7.

       591-write-chargeback-tender.
           if ws-gl-cbk-tender(ws-gl-idx ws-tender-sub) > 0
               move ws-tender-purpose(ws-tender-sub)
                   to ws-lookup-purpose
               move ws-gl-cbk-tender(ws-gl-idx ws-tender-sub)
                   to ws-post-amount
               perform 720-write-credit-line
           end-if.

      *Service plans: a plan sold today comes back out of sales
      *revenue into deferred plan revenue; each month released
      *moves from deferred into service plan revenue, and a release
      *a back-dated cancellation took back moves the other way. A
      *cancellation debits the unearned part out of deferred
      *revenue and its tax out of each authority's payable, and
      *credits the refund tender for the lot.
       593-write-service-plan-lines.
           move "SVCDEF" to ws-post-source.
           if ws-gl-svc-deferred(ws-gl-idx) > 0
               move "RV" to ws-lookup-purpose
               move ws-gl-svc-deferred(ws-gl-idx) to ws-post-amount
               perform 710-write-debit-line
               move "DR" to ws-lookup-purpose
               move ws-gl-svc-deferred(ws-gl-idx) to ws-post-amount
               perform 720-write-credit-line
           end-if.
           move "SVCREL" to ws-post-source.
           if ws-gl-svc-released(ws-gl-idx) > 0
               move "DR" to ws-lookup-purpose
               move ws-gl-svc-released(ws-gl-idx) to ws-post-amount
               perform 710-write-debit-line
               move "SV" to ws-lookup-purpose
               move ws-gl-svc-released(ws-gl-idx) to ws-post-amount
               perform 720-write-credit-line
           end-if.
           if ws-gl-svc-unreleased(ws-gl-idx) > 0
               move "SV" to ws-lookup-purpose
               move ws-gl-svc-unreleased(ws-gl-idx) to ws-post-amount
               perform 710-write-debit-line
               move "DR" to ws-lookup-purpose
               move ws-gl-svc-unreleased(ws-gl-idx) to ws-post-amount
               perform 720-write-credit-line
           end-if.
           move "SVCCAN" to ws-post-source.
           if ws-gl-svc-refund(ws-gl-idx) > 0
               move "DR" to ws-lookup-purpose
               move ws-gl-svc-refund(ws-gl-idx) to ws-post-amount
               perform 710-write-debit-line
           end-if.
           if ws-gl-svc-gst(ws-gl-idx) > 0
               move "TX" to ws-lookup-purpose
               move ws-gl-svc-gst(ws-gl-idx) to ws-post-amount
               perform 710-write-debit-line
           end-if.
           perform 594-write-service-prov-tax
               varying ws-prov-sub from 1 by 1
               until ws-prov-sub > 4.
           perform 595-write-service-tender
               varying ws-tender-sub from 1 by 1
               until ws-tender-sub > 7.

       594-write-service-prov-tax.
           if ws-gl-svc-prov-tax(ws-gl-idx ws-prov-sub) > 0
               move ws-prov-tax-purpose(ws-prov-sub)
                   to ws-lookup-purpose
               move ws-gl-svc-prov-tax(ws-gl-idx ws-prov-sub)
                   to ws-post-amount
               perform 710-write-debit-line
           end-if.

       595-write-service-tender.
           if ws-gl-svc-tender(ws-gl-idx ws-tender-sub) > 0
               move ws-tender-purpose(ws-tender-sub)
                   to ws-lookup-purpose
               move ws-gl-svc-tender(ws-gl-idx ws-tender-sub)
                   to ws-post-amount
               perform 720-write-credit-line
           end-if.

      *Return to vendor: stock shipped back on a claim moves from
      *inventory to vendor claims receivable, and the vendor's
      *credit clears the receivable against what we owe the vendor
      *in accounts payable. The short part of a claim closed short
      *is written off to shrink; a credit over the claim comes
      *back out of it.
       597-write-rtv-lines.
           move "RTVSHP" to ws-post-source.
           if ws-gl-rtv-shipped(ws-gl-idx) > 0
               move "VC" to ws-lookup-purpose
               move ws-gl-rtv-shipped(ws-gl-idx) to ws-post-amount
               perform 710-write-debit-line
               move "IN" to ws-lookup-purpose
               move ws-gl-rtv-shipped(ws-gl-idx) to ws-post-amount
               perform 720-write-credit-line
           end-if.
           move "RTVCRD" to ws-post-source.
           if ws-gl-rtv-credited(ws-gl-idx) > 0
               move "AP" to ws-lookup-purpose
               move ws-gl-rtv-credited(ws-gl-idx) to ws-post-amount
               perform 710-write-debit-line
               move "VC" to ws-lookup-purpose
               move ws-gl-rtv-credited(ws-gl-idx) to ws-post-amount
               perform 720-write-credit-line
           end-if.
           if ws-gl-rtv-short(ws-gl-idx) > 0
               move "SK" to ws-lookup-purpose
               move ws-gl-rtv-short(ws-gl-idx) to ws-post-amount
               perform 710-write-debit-line
               move "VC" to ws-lookup-purpose
               move ws-gl-rtv-short(ws-gl-idx) to ws-post-amount
               perform 720-write-credit-line
           end-if.
           if ws-gl-rtv-over(ws-gl-idx) > 0
               move "VC" to ws-lookup-purpose
               move ws-gl-rtv-over(ws-gl-idx) to ws-post-amount
               perform 710-write-debit-line
               move "SK" to ws-lookup-purpose
               move ws-gl-rtv-over(ws-gl-idx) to ws-post-amount
               perform 720-write-credit-line
           end-if.

      *Look up the GL account for this store and purpose - an
      *exact store row wins, the '**' default row backs it up, and
      *a purpose with neither is posted to account zero and counted
