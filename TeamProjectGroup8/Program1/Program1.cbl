      *    outputs back into valid.dat/invalid.dat/errors.dat -
      *    identical in content to the single pass - and runs the
      *    corrections recycle on top.
      *    A cashier, approver, SKU, price range or customer that
      *    has been deactivated on reference-inactive.dat stops
      *    passing for transactions dated after its last active
      *    day, the same way a store stops after its close date.
       environment division.

       input-output section.
               assign to "../../data/approver-table.dat"
               organization is line sequential
               file status is ws-approver-file-status.
           select reference-inactive-file
               assign to "../../data/reference-inactive.dat"
               organization is line sequential
               file status is ws-inactive-status.
           select approval-threshold-file
               assign to "../../data/approval-threshold.dat"
               organization is line sequential
               assign to "../../data/customer-master.dat"
               organization is line sequential
               file status is ws-customer-file-status.
           select ar-balance-file
               assign to "../../data/ar-balances.dat"
               organization is line sequential
               file status is ws-ar-balance-status.
           select sku-master-file
               assign to "../../data/sku-master.dat"
               organization is line sequential
               file status is ws-sku-master-status.
           select employee-policy-file
               assign to "../../data/employee-policy.dat"
               organization is line sequential
               file status is ws-empl-policy-status.
           select plan-term-file
               assign to "../../data/service-plan-terms.dat"
               organization is line sequential
               file status is ws-plan-term-status.
           select employee-discount-file
               assign to "../../data/employee-discount.dat"
               organization is line sequential
               file status is ws-empl-discount-status.
           select cashier-totals-file
               assign to "../../data/cashier-totals.dat"
               organization is line sequential.
      *layaway invoice is still open or has been paid off, for the
      *layaway-aging report. An 'I' receiving record reuses the
      *byte as its direction - 'D' deducts the quantity from on
      *hand (a shrink/count adjustment), 'F' ships it from this
      *store to another and 'T' takes in a transfer from another
      *(on both, the tender field names the other store and the
      *invoice field the transfer number), anything else receives
      *it.
           05 input-layaway-status   pic x.
               88 88-layaway-open    value 'O'.
               88 88-layaway-closed  value 'C'.
      *the customer master; anything else bounces. Space for the
      *rest of the world.
           05 input-tax-exempt       pic x.
           05 input-trans-time       pic 9(4).

      *Used to write out to our error file
       fd error-log
           05 filler                 pic x(1).
           05 error-loc              pic Z(7).
           05 filler                 pic x(5).
           05 error-rec              pic x(67).
           05 filler                 pic x(2).
           05 error-desc             pic x(25).

           data record is prt-inval.

       01 prt-inval.
           05 invalid-code           pic x(67).

      *Used to write out to our valid file
       fd valid-log
           data record is prt-valid.

       01 prt-valid.
           05 valid-code             pic x(67).

      *Store master - number, name, region/district, and open and
      *close dates, one store per line. A close date of zero means
      *Last run's sales/layaway output, read back as reference data
      *so a return's amount can be checked against the sale it is
      *returning against. Must stay at the same width as
      *SalesRecords_out.dat's actual 67-byte record - a narrower FD
      *record does not truncate a wider physical line under line
      *sequential I/O, it splits the leftover bytes into a second,
      *bogus read.
       fd sales-history-file
          record contains 67 characters
          data record is sh-rec.

       01 sh-rec.
           05 sh-customer-id          pic x(6).
           05 sh-approver-id          pic x(4).
           05 sh-tax-exempt           pic x.
           05 sh-trans-time           pic 9(4).

      *Shared audit trail appended to by every batch program -
      *program name, run date/time, and before/after record counts.

       01 approver-table-rec         pic x(4).

      *Reference entries taken out of service. The line stays on
      *its own table so old transactions still resolve; this file
      *says which table (ST/CA/AP/SK/SP/CU), which key, and the
      *last day the entry was good for.
       fd reference-inactive-file
          record contains 25 characters
          data record is reference-inactive-rec.

       01 reference-inactive-rec.
           05 ri-table-code          pic xx.
           05 ri-key                 pic x(15).
           05 ri-last-date           pic 9(8).

      *The refund amount above which a return must carry a valid
      *approver id. Data, not code - a missing card means the shop
      *default.
      *customer, kept sorted by customer id so the validation
      *lookup can binary-search it. The exemption certificate is
      *blank for everyone except the tax-exempt accounts (the
      *school district and the churches). The credit limit is zero
      *for everyone except the commercial customers allowed to buy
      *on a house account.
       fd customer-master-file
          record contains 47 characters
          data record is customer-master-rec.

       01 customer-master-rec.
           05 cm-customer-id          pic x(6).
           05 cm-customer-name        pic x(20).
           05 cm-exempt-cert          pic x(12).
           05 cm-credit-limit         pic 9(7)v99.

      *What each house account owed at the last ARLEDGER run, one
      *line per customer with a balance.
       fd ar-balance-file
          record contains 16 characters
          data record is ar-balance-rec.

       01 ar-balance-rec.
           05 ab-customer-id          pic x(6).
           05 ab-balance              pic s9(7)v99
                                      sign leading separate.

      *SKU master - only the list price is wanted here, to prove
      *the discount on an employee purchase.
       fd sku-master-file
          record contains 45 characters
          data record is sku-master-rec.

       01 sku-master-rec.
           05 sm-sku-code             pic x(15).
           05 sm-description          pic x(20).
           05 sm-department           pic x(3).
           05 sm-list-price           pic 9(5)v99.

      *The staff purchase policy - the discount off list an
      *employee is entitled to, and the most discount any one
      *employee may take in a calendar year. A missing card means
      *the shop default.
       fd employee-policy-file
          record contains 12 characters
          data record is employee-policy-rec.

       01 employee-policy-rec.
           05 ep-discount-rate        pic 9v9999.
           05 ep-annual-cap           pic 9(5)v99.

      *The service plan SKUs SVCPLAN defers. A plan is cancelled
      *pro rata through customer service, never returned at the
      *register.
       fd plan-term-file
          record contains 18 characters
          data record is plan-term-rec.

       01 plan-term-rec.
           05 pt-plan-sku             pic x(15).
           05 pt-term-months          pic 999.

      *Discount each employee has taken so far this year, one line
      *per employee, carried forward night to night by EMPPURCH.
       fd employee-discount-file
          record contains 24 characters
          data record is employee-discount-rec.

       01 employee-discount-rec.
           05 ed-employee-id          pic x(4).
           05 ed-year                 pic 9(4).
           05 ed-ytd-discount         pic 9(5)v99.
           05 ed-ytd-purchases        pic 9(7)v99.

      *Corrections batch written by the CORRECTIONS operator
      *utility - the run date the record originally bounced from,
      *record is re-validated at the end of the run and the
      *survivors are appended to the same business day's valid.dat.
       fd corrections-file
          record contains 73 characters
          data record is correction-rec.

       01 correction-rec.
           05 cx-orig-run-date        pic 9(6).
           05 cx-record               pic x(67).

      *Returns that passed validation but matched no sale on file -
      *the gap refund fraud lives in. Each entry carries the date
      *against the master as more history loads and ages the rest
      *onto the loss-prevention report.
       fd suspense-file
          record contains 75 characters
          data record is suspense-rec.

       01 suspense-rec.
           05 sp-first-seen-date      pic 9(8).
           05 sp-record               pic x(67).

      *Sort scratch file behind the two startup pre-passes - the
      *duplicate-invoice scan and the sales-history load both come
      *needs to rebuild the footer and management exception
      *summary exactly as the single pass would have printed them.
       fd part-stats-file
          record contains 184 characters
          data record is part-stats-rec.

       01 part-stats-rec.
           05 vs-bucket-one           pic 9(7).
           05 vs-bucket-two           pic 9(7).
           05 vs-bucket-three         pic 9(7).
           05 vs-except-count         pic 9(7) occurs 21 times.

      *The live progress log the operator's BATCHMON utility
      *watches - this step appends a heartbeat with its record
          record contains 0 characters
          data record is part-input-rec.

       01 part-input-rec              pic x(107).

       working-storage section.
      *Where the three outputs land - the single pass keeps the
      *dated after a store's close date bounces.
       01 ws-store-table-max          pic 99 value 20.
       01 ws-store-count              pic 99 value 0.
       01 ws-transfer-store-found     pic x value 'n'.
       01 ws-store-table.
           05 ws-store-entry occurs 1 to 20 times
               depending on ws-store-count
               depending on ws-approver-count
               indexed by ws-approver-idx  pic x(4).
       01 ws-approver-found           pic x value 'n'.

      *Deactivated reference entries loaded from
      *reference-inactive.dat. No file means nothing is inactive.
       01 ws-inactive-status          pic xx.
       01 ws-inactive-count           pic 9(4) value 0.
       01 ws-inactive-table.
           05 ws-inactive-entry occurs 1 to 2000 times
               depending on ws-inactive-count
               indexed by ws-inactive-idx.
               10 ws-inactive-code    pic xx.
               10 ws-inactive-key     pic x(15).
               10 ws-inactive-last    pic 9(8).
       01 ws-inactive-check-code      pic xx.
       01 ws-inactive-check-key       pic x(15).
       01 ws-inactive-found           pic x value 'n'.
       01 ws-approval-threshold       pic 9(5)v99 value 250.00.

      *Loyalty customers loaded from customer-master.dat, which is
      *kept sorted by customer id so the per-record check is a
      *binary search. A record with spaces for the customer id is
      *a walk-in shopper and is not checked. Each house account
      *carries what it owed at the last ARLEDGER run, with every
      *house charge accepted this run added on as it goes out.
       01 ws-customer-file-status     pic xx.
       01 ws-ar-balance-status        pic xx.
       01 ws-customer-count           pic 9(5) value 0.
       01 ws-customer-table.
           05 ws-customer-entry occurs 1 to 20000 times
               indexed by ws-customer-idx.
               10 ws-customer-id      pic x(6).
               10 ws-customer-cert    pic x(12).
               10 ws-customer-limit   pic 9(7)v99.
               10 ws-customer-balance pic s9(7)v99.
       01 ws-customer-found           pic x value 'n'.
       01 ws-customer-match-cert      pic x(12) value spaces.
       01 ws-customer-match-limit     pic 9(7)v99 value 0.
       01 ws-customer-match-balance   pic s9(7)v99 value 0.
       01 ws-house-exposure           pic s9(9)v99 value 0.

      *Employee purchases - list price per SKU from sku-master.dat,
      *the staff discount policy, and each employee's discount
      *taken so far this year from employee-discount.dat, with
      *every employee purchase accepted this run added on as it
      *goes out. The lines of an open ticket count against the cap
      *together before any of them is accepted.
       01 ws-sku-master-status        pic xx.
       01 ws-empl-policy-status       pic xx.
       01 ws-empl-discount-status     pic xx.
       01 ws-list-price-count         pic 999 value 0.
       01 ws-list-price-table.
           05 ws-lp-entry occurs 1 to 200 times
               depending on ws-list-price-count
               indexed by ws-list-price-idx.
               10 ws-lp-sku           pic x(15).
               10 ws-lp-price         pic 9(5)v99.
       01 ws-list-price-found         pic x value 'n'.
       01 ws-list-price-match         pic 9(5)v99 value 0.
       01 ws-list-price-sku           pic x(15).
       01 ws-empl-rate                pic 9v9999 value 0.2000.
       01 ws-empl-annual-cap          pic 9(5)v99 value 500.00.
       01 ws-empl-count               pic 99 value 0.
       01 ws-empl-table.
           05 ws-empl-entry occurs 1 to 50 times
               depending on ws-empl-count
               indexed by ws-empl-idx.
               10 ws-empl-id          pic x(4).
               10 ws-empl-year        pic 9(4).
               10 ws-empl-ytd         pic 9(5)v99.
       01 ws-empl-found               pic x value 'n'.
       01 ws-empl-match-idx           pic 99 value 0.
       01 ws-empl-buyer               pic x(4).
       01 ws-empl-buyer-found         pic x value 'n'.
      *Reference lines that did not fit their table. Anything left
      *out would be judged as if it were missing, so a full table
      *is reported and the run ends with a warning return code.
       01 ws-list-price-dropped       pic 9(5) value 0.
       01 ws-empl-dropped             pic 9(5) value 0.
       01 ws-plan-sku-dropped         pic 9(5) value 0.
       01 ws-inactive-dropped         pic 9(5) value 0.
       01 ws-table-full               pic x value 'n'.

      *Service plan SKUs from service-plan-terms.dat.
       01 ws-plan-term-status         pic xx.
       01 ws-plan-sku-count           pic 999 value 0.
       01 ws-plan-sku-table.
           05 ws-ps-entry occurs 1 to 100 times
               depending on ws-plan-sku-count
               indexed by ws-plan-sku-idx.
               10 ws-ps-sku           pic x(15).
       01 ws-plan-sku-found           pic x value 'n'.
       01 ws-empl-trans-year          pic 9(4) value 0.
       01 ws-empl-match-ytd           pic 9(5)v99 value 0.
       01 ws-empl-list-ext            pic 9(7)v99 value 0.
       01 ws-empl-expected            pic 9(7)v99 value 0.
       01 ws-empl-variance            pic s9(7)v99 value 0.
       01 ws-empl-discount            pic s9(7)v99 value 0.
       01 ws-empl-ytd-after           pic s9(7)v99 value 0.
       01 ws-ticket-empl-discount     pic s9(7)v99 value 0.
      *House charges already passed on the open ticket - its lines
      *or its 'N' shares - so the next one is held to the headroom
      *left after them, not the balance before the ticket.
       01 ws-ticket-house-charge      pic s9(7)v99 value 0.

      *Per-cashier reject counts accumulated this run, written to
      *cashier-totals.dat at end of run for CASHIERRPT to roll up
       01 ws-input-sec.
           05 ws-input-code          pic x.
               88 88-code-validate   value 'S', 'R', 'L', 'A', 'P',
                                           'I', 'V', 'X', 'C', 'H',
                                           'N', 'O'.
               88 88-layaway-payment value 'P'.
      *A 'V' record voids the same-day ring whose invoice number it
      *carries - Program2 drops the pair before the split. Like a
      *not money, so it carries no tender and its amount is a cost
      *figure the retail price-range table has no say over.
               88 88-inventory-receipt value 'I'.
      *An 'H' record heads a multi-line ticket - its amount is the
      *ticket total, its quantity the number of 'S'/'L' line
      *records that follow it under the same invoice, and it
      *carries no SKU of its own. The ticket is accepted or
      *rejected as a whole - see 030-open-ticket.
               88 88-ticket-header   value 'H'.
      *An 'N' record is one tender toward a split-tender sale - its
      *type is the tender and its amount that tender's share. The
      *sale (or ticket header) it pays for carries 'SP' as its own
      *type and the 'N' records follow it under the same invoice;
      *together they have to add up to the sale amount.
               88 88-tender-record   value 'N'.
      *An 'O' record is a payment on a house account - the customer
      *field names the account, the type is the tender the money
      *came in on, and like a layaway payment it moves money, not
      *merchandise.
               88 88-account-payment value 'O'.
           05 ws-input-amount        pic 9(5)V99.
               88 88-amt-validate    value 0 thru 99999.99.
      *'LP' is loyalty points redeemed as tender - the register
      *takes it like a gift card, and the LOYALTY ledger step
      *proves the redemption against the customer's balance the
      *same way CARDLEDGER proves gift card redemptions. 'HA'
      *charges the sale to the customer's house account. 'PR'
      *deducts an employee purchase from the buyer's pay.
           05 ws-input-type          pic xx.
               88 88-type-validate   value 'CA', 'CR', 'DB', 'GC',
                                           'LP', 'HA', 'PR'.
               88 88-split-tender    value 'SP'.
               88 88-house-account   value 'HA'.
               88 88-payroll-deduction value 'PR'.
           05 ws-input-storenum      pic xx.
           05 ws-input-invoicenum.
               10 invoice-ident      pic xx.
           05 ws-input-sku           pic x(15).
               88 88-sku-alpha       value '1' thru '9', 'A' thru 'Z'.
           05 ws-input-trans-date    pic 9(8).
      *On a sale or a ticket header the same byte marks an
      *employee purchase - 'E', with the employee buying (not the
      *cashier ringing it) named in the approver field.
           05 ws-input-direction     pic x.
               88 88-transfer-move   value 'F', 'T'.
               88 88-employee-purchase value 'E'.
           05 ws-input-cashier-id    pic x(4).
           05 ws-input-quantity      pic 9(3).
               88 88-qty-validate    value 1 thru 999.
           05 ws-input-approver-id   pic x(4).
           05 ws-input-tax-exempt    pic x.
               88 88-tax-exempt-sale value 'E'.
      *The register clock at the ring, 24-hour HHMM. A stockroom 'I'
      *record is not rung on a register and may leave it blank.
           05 ws-input-trans-time    pic 9(4).
           05 ws-input-time-parts redefines ws-input-trans-time.
               10 ws-input-trans-hour    pic 99.
                   88 88-hour-validate   value 0 thru 23.
               10 ws-input-trans-minute  pic 99.
                   88 88-minute-validate value 0 thru 59.
           05 ws-input-time-text redefines ws-input-trans-time
                                     pic x(4).

       01 ws-error-flags.
           05 ws-code-flag           pic x value 'n'.
           05 ws-cust-flag           pic x value 'n'.
           05 ws-approver-flag       pic x value 'n'.
           05 ws-exempt-flag         pic x value 'n'.
           05 ws-tkt-total-flag      pic x value 'n'.
           05 ws-tkt-line-flag       pic x value 'n'.
           05 ws-tender-flag         pic x value 'n'.
           05 ws-house-flag          pic x value 'n'.
           05 ws-empl-flag           pic x value 'n'.
           05 ws-time-flag           pic x value 'n'.
           05 ws-plan-ret-flag       pic x value 'n'.
           05 ws-invalid-flag        pic x value 'n'.

      *Invoice numbers that appear more than once across today's
               indexed by ws-dup-idx.
               10 ws-dup-invoice      pic x(9).
               10 ws-dup-used         pic x.
      *The multi-line ticket being assembled - an 'H' header opens
      *it and its 'S'/'L' line records join it until the header's
      *line count is reached. Every record on the ticket is edited
      *on its own as it arrives, but its verdict is held here with
      *its error flags instead of going straight out, because one
      *bad line (or lines that do not add up to the header total)
      *rejects the whole ticket. 035-close-ticket releases the
      *held records through the normal output decision together.
       01 ws-ticket-open              pic x value 'n'.
       01 ws-ticket-line-flag         pic x value 'n'.
       01 ws-ticket-invoice           pic x(9) value spaces.
       01 ws-ticket-lines-due         pic 9(3) value 0.
       01 ws-ticket-lines-seen        pic 9(3) value 0.
       01 ws-ticket-total             pic 9(5)v99 value 0.
       01 ws-ticket-line-sum          pic 9(7)v99 value 0.
       01 ws-ticket-bad-line          pic x value 'n'.
       01 ws-ticket-out-balance       pic x value 'n'.
      *A sale or ticket rung to 'SP' keeps the group open after its
      *lines for the 'N' tender records behind it - they close the
      *group only when a record that is not one of them arrives.
       01 ws-ticket-headed            pic x value 'n'.
       01 ws-ticket-tender-due        pic x value 'n'.
       01 ws-ticket-tender-flag       pic x value 'n'.
       01 ws-ticket-tender-sum        pic 9(7)v99 value 0.
       01 ws-ticket-bad-tender        pic x value 'n'.
       01 ws-ticket-count             pic 9(4) value 0.
       01 ws-ticket-table.
           05 ws-tkt-entry occurs 1 to 1000 times
               depending on ws-ticket-count
               indexed by ws-tkt-idx.
               10 ws-tkt-record       pic x(67).
               10 ws-tkt-flags        pic x(22).
               10 ws-tkt-orphan       pic x.
               10 ws-tkt-rec-number   pic 9(7).
       01 ws-ticket-hold-rec          pic x(67).
       01 ws-ticket-hold-counter      pic 9(7) value 0.
      *Set while a record is only being replayed for its verdict
      *(restart skip, partition lead-in) - a ticket closed during
      *a replay remembers its invoices but writes nothing.
       01 ws-replay-switch            pic x value 'n'.

      *Scratch for the dup-scan output procedure - the invoice
      *being grouped and how many records carried it.
       01 ws-scan-prev-invoice        pic x(9).
               value spaces.
           05 filler                 pic x(6)
               value "RECORD".
           05 filler                 pic x(40)
               value spaces.
           05 filler                 pic x(6)
               value "RECORD".
               value spaces.
           05 filler                 pic x(8)
               value "CONTENTS".
           05 filler                 pic x(39)
               value spaces.
           05 filler                 pic x(6)
               value "ERRORS".
               value spaces.
           05 filler                 pic x(6)
               value "------".
           05 filler                 pic x(40)
               value spaces.
           05 filler                 pic x(6)
               value "------".
       01 ws-error-log-padding.
           05 filler                 pic x(1)
               value spaces.
           05 filler                 pic x(81)
               value spaces.
           05 ws-error-log-message   pic x(25)
               value spaces.
               value "NO VALID APPROVER".
           05 ws-prt-error-exempt    pic x(18)
               value "INVALID TAX EXEMPT".
           05 ws-prt-error-tkt-total pic x(21)
               value "TICKET TOTAL MISMATCH".
           05 ws-prt-error-tkt-line  pic x(20)
               value "TICKET LINE REJECTED".
           05 ws-prt-error-tender    pic x(21)
               value "SPLIT TENDER MISMATCH".
           05 ws-prt-error-house     pic x(22)
               value "HOUSE ACCOUNT DECLINED".
           05 ws-prt-error-employee  pic x(25)
               value "EMPLOYEE DISCOUNT INVALID".
           05 ws-prt-error-time      pic x(20)
               value "BAD TRANSACTION TIME".
           05 ws-prt-error-plan-ret  pic x(23)
               value "PLAN RETURN NOT ALLOWED".

      *Management exception report: how many rejected records carry
      *1, 2, or 3-or-more errors, and which error types are the most
           value "ERROR TYPES BY FREQUENCY (RANKED):".

       01 ws-except-table.
           05 ws-except-entry occurs 21 times
               indexed by ws-except-idx.
               10 ws-except-label    pic x(27).
               10 ws-except-count    pic 9(7).

           perform 800-load-store-table.
           perform 820-load-sku-price-table.
           perform 822-load-list-prices.
           perform 825-load-promo-calendar.
           perform 830-load-sales-history-table.
           perform 810-build-dup-table.
           perform 840-load-cashier-table.
           perform 841-load-employee-discounts.
           perform 845-load-customer-master.
           perform 846-load-approver-table.
           perform 843-load-inactive-entries.
           perform 847-load-approval-threshold.
           perform 849-load-employee-policy.
           perform 842-load-plan-skus.
           perform 630-init-exception-table.
           perform 850-check-restart-file.

               perform 870-check-checkpoint
               perform 875-check-heartbeat
           end-perform.
           if ws-ticket-open = 'y'
               perform 035-close-ticket
           end-if.

           perform 980-process-corrections.


           close input-file,
                 error-log, invalid-log, valid-log.
           if ws-table-full = 'y'
               move 8 to return-code
           else
               move 0 to return-code
           end-if.
           goback.

       000-perform-validation.
       050-partition-mainline.
           perform 800-load-store-table.
           perform 820-load-sku-price-table.
           perform 822-load-list-prices.
           perform 825-load-promo-calendar.
           perform 830-load-sales-history-table.
           perform 810-build-dup-table.
           perform 840-load-cashier-table.
           perform 841-load-employee-discounts.
           perform 845-load-customer-master.
           perform 846-load-approver-table.
           perform 843-load-inactive-entries.
           perform 847-load-approval-threshold.
           perform 849-load-employee-policy.
           perform 842-load-plan-skus.
           perform 630-init-exception-table.
           perform 051-load-slice-offsets.
           if ws-slice-found = 'n'
               move 16 to return-code
           else
               perform 052-run-partition-pass
               if ws-table-full = 'y'
                   move 8 to return-code
               else
                   move 0 to return-code
               end-if
           end-if.

      *Walk the offsets file in merge order, summing the counts of
           perform 055-replay-one-earlier
               varying ws-skip-counter from 1 by 1
               until ws-skip-counter > ws-slice-start.
           if ws-ticket-open = 'y'
               move 'y' to ws-replay-switch
               perform 035-close-ticket
               move 'n' to ws-replay-switch
           end-if.
           read input-file into input-rec
               at end move 'y' to sw-eof.
           perform 056-validate-one-slice-record
               varying ws-slice-done from 1 by 1
               until ws-slice-done > ws-slice-count
                  or sw-eof = 'y'.
           if ws-ticket-open = 'y'
               perform 035-close-ticket
           end-if.
           close input-file, error-log, invalid-log, valid-log.
           perform 057-write-partition-stats.
           perform 940-write-cashier-totals.
               at end move 'y' to sw-eof.
           add 1 to ws-record-counter.
           if sw-eof not = 'y'
               perform 012-replay-current-record
           end-if.

       056-validate-one-slice-record.
           move ws-bucket-three-plus to vs-bucket-three.
           perform 059-move-one-stat-count
               varying ws-except-sum-sub from 1 by 1
               until ws-except-sum-sub > 21.
           write part-stats-rec.
           close part-stats-file.

       060-merge-mainline.
           perform 800-load-store-table.
           perform 820-load-sku-price-table.
           perform 822-load-list-prices.
           perform 825-load-promo-calendar.
           perform 830-load-sales-history-table.
           perform 810-build-dup-table.
           perform 840-load-cashier-table.
           perform 841-load-employee-discounts.
           perform 845-load-customer-master.
           perform 846-load-approver-table.
           perform 843-load-inactive-entries.
           perform 847-load-approval-threshold.
           perform 849-load-employee-policy.
           perform 842-load-plan-skus.
           perform 630-init-exception-table.
           perform 061-load-all-offsets.

      *single pass is obsolete now, and left in place it would
      *make the next full pass skip records it has never seen.
               perform 950-clear-restart-file
               if ws-table-full = 'y'
                   move 8 to return-code
               else
                   move 0 to return-code
               end-if
           end-if.

       061-load-all-offsets.
                       add vs-bucket-three to ws-bucket-three-plus
                       perform 065-sum-one-stat-count
                           varying ws-except-sum-sub from 1 by 1
                           until ws-except-sum-sub > 21
               end-read
               close part-stats-file
           end-if.

      *The validation checks and output decision for whatever is
      *sitting in input-rec, shared by the main pass and the
      *corrections pass. A ticket header or one of its lines is
      *held on the open ticket instead of being decided on alone,
      *and so is a split-tender sale along with its tenders.
       010-validate-current-record.
           perform 015-check-ticket-membership.
           perform 020-run-edit-checks.
           if 88-ticket-header
               perform 030-open-ticket
           else
           if ws-ticket-line-flag = 'y'
               perform 032-add-ticket-line
           else
           if ws-ticket-tender-flag = 'y'
               perform 034-add-ticket-tender
           else
           if 88-split-tender
             and (ws-input-code = 'S' or ws-input-code = 'L')
               perform 031-open-tender-group
           else
           if ws-replay-switch = 'y'
               if ws-invalid-flag = 'n'
                   perform 758-post-house-charge
                   perform 743-post-employee-discount
                   perform 765-remember-invoice
               end-if
           else
               perform 100-decide-output
           end-if
           end-if
           end-if
           end-if
           end-if.

      *Replay whatever is sitting in input-rec for its verdict
      *only - the restart skip and the partition lead-in use this
      *so the duplicate-invoice bookkeeping comes back exactly as
      *the original pass left it, tickets included.
       012-replay-current-record.
           move 'y' to ws-replay-switch.
           perform 010-validate-current-record.
           move 'n' to ws-replay-switch.

      *Does the record in input-rec belong to the open ticket? A
      *line belongs when it is a sale or layaway on the ticket's
      *invoice and the header's line count is not yet used up.
      *An 'N' tender belongs when it is on the invoice of a ticket
      *or sale rung to 'SP'. Anything else closes the open ticket
      *first - short, so it will bounce - and is then edited on its
      *own.
       015-check-ticket-membership.
           move 'n' to ws-ticket-line-flag.
           move 'n' to ws-ticket-tender-flag.
           if ws-ticket-open = 'y'
               if input-invoicenum = ws-ticket-invoice
                 and (input-code = 'S' or input-code = 'L')
                 and ws-ticket-lines-seen < ws-ticket-lines-due
                   move 'y' to ws-ticket-line-flag
               else
               if input-invoicenum = ws-ticket-invoice
                 and input-code = 'N'
                 and ws-ticket-tender-due = 'y'
                   move 'y' to ws-ticket-tender-flag
               else
                   move input-rec to ws-ticket-hold-rec
                   perform 035-close-ticket
                   move ws-ticket-hold-rec to input-rec
               end-if
               end-if
           end-if.

      *Start a new ticket from the header just edited. A header
      *whose line count is unreadable has already bounced; it
      *still gathers every line on its invoice so the lines go
      *out with it instead of posting as a headless sale.
       030-open-ticket.
           move 'y' to ws-ticket-open.
           move 'y' to ws-ticket-headed.
           move 'n' to ws-ticket-tender-due.
           if 88-split-tender
               move 'y' to ws-ticket-tender-due
           end-if.
           move 0 to ws-ticket-tender-sum.
           move 0 to ws-ticket-empl-discount.
           move 0 to ws-ticket-house-charge.
           move ws-input-invoicenum to ws-ticket-invoice.
           move 999 to ws-ticket-lines-due.
           if ws-input-quantity is numeric
               if 88-qty-validate
                   move ws-input-quantity to ws-ticket-lines-due
               end-if
           end-if.
           move 0 to ws-ticket-lines-seen.
           move 0 to ws-ticket-line-sum.
           move 0 to ws-ticket-total.
           if ws-input-amount is numeric
               move ws-input-amount to ws-ticket-total
           end-if.
           move 0 to ws-ticket-count.
           perform 033-hold-ticket-record.

       032-add-ticket-line.
           add 1 to ws-ticket-lines-seen.
           if ws-input-amount is numeric
               add ws-input-amount to ws-ticket-line-sum
           end-if.
           perform 033-hold-ticket-record.
           if ws-ticket-lines-seen >= ws-ticket-lines-due
             and ws-ticket-tender-due = 'n'
               perform 035-close-ticket
           end-if.

      *A single sale or layaway rung to 'SP' opens a group of its
      *own with no lines - only its tenders follow it.
       031-open-tender-group.
           move 'y' to ws-ticket-open.
           move 'n' to ws-ticket-headed.
           move 'y' to ws-ticket-tender-due.
           move 0 to ws-ticket-tender-sum.
           move 0 to ws-ticket-house-charge.
           move ws-input-invoicenum to ws-ticket-invoice.
           move 0 to ws-ticket-lines-due.
           move 0 to ws-ticket-lines-seen.
           move 0 to ws-ticket-line-sum.
           move 0 to ws-ticket-total.
           if ws-input-amount is numeric
               move ws-input-amount to ws-ticket-total
           end-if.
           move 0 to ws-ticket-count.
           perform 033-hold-ticket-record.

       034-add-ticket-tender.
           if ws-input-amount is numeric
               add ws-input-amount to ws-ticket-tender-sum
           end-if.
           perform 033-hold-ticket-record.

      *Park the record just edited on the ticket, verdict and all.
       033-hold-ticket-record.
           if ws-ticket-count < 1000
               add 1 to ws-ticket-count
               move input-rec to ws-tkt-record(ws-ticket-count)
               move ws-error-flags to ws-tkt-flags(ws-ticket-count)
               move ws-orphan-flag to ws-tkt-orphan(ws-ticket-count)
               move ws-record-counter
                   to ws-tkt-rec-number(ws-ticket-count)
           end-if.

      *Prove the ticket and let its records go. The lines must add
      *up to the header total and all be present; any one record
      *failing its own edits takes every other record on the
      *ticket down with it. Tenders on a split-tender sale have to
      *add up to the sale (or ticket) amount the same way. Each
      *record then goes through the normal output decision under
      *its own input line number, so the error log reads the same
      *as for single-line sales.
       035-close-ticket.
           move ws-record-counter to ws-ticket-hold-counter.
           move 'n' to ws-ticket-bad-line.
           move 'n' to ws-ticket-out-balance.
           move 'n' to ws-ticket-bad-tender.
           if ws-ticket-headed = 'y'
             and (ws-ticket-lines-seen < ws-ticket-lines-due
               or ws-ticket-line-sum not = ws-ticket-total)
               move 'y' to ws-ticket-out-balance
           end-if.
           if ws-ticket-tender-due = 'y'
             and ws-ticket-tender-sum not = ws-ticket-total
               move 'y' to ws-ticket-bad-tender
           end-if.
           perform 037-scan-ticket-verdict
               varying ws-tkt-idx from 1 by 1
               until ws-tkt-idx > ws-ticket-count.
           perform 038-release-ticket-record
               varying ws-tkt-idx from 1 by 1
               until ws-tkt-idx > ws-ticket-count.
           move ws-ticket-hold-counter to ws-record-counter.
           move 'n' to ws-ticket-open.
           move 'n' to ws-ticket-headed.
           move 'n' to ws-ticket-tender-due.
           move 0 to ws-ticket-count.

       037-scan-ticket-verdict.
           move ws-tkt-flags(ws-tkt-idx) to ws-error-flags.
           if ws-invalid-flag = 'y'
               move 'y' to ws-ticket-bad-line
           end-if.

       038-release-ticket-record.
           move ws-tkt-record(ws-tkt-idx) to input-rec.
           move input-rec to ws-input-sec.
           move ws-tkt-flags(ws-tkt-idx) to ws-error-flags.
           move ws-tkt-orphan(ws-tkt-idx) to ws-orphan-flag.
           move ws-tkt-rec-number(ws-tkt-idx) to ws-record-counter.
           move 0 to ws-error-counter.
           if ws-ticket-out-balance = 'y'
               move 'y' to ws-tkt-total-flag
               move 'y' to ws-invalid-flag
           end-if.
           if ws-ticket-bad-tender = 'y'
               move 'y' to ws-tender-flag
               move 'y' to ws-invalid-flag
           end-if.
           if ws-ticket-bad-line = 'y' and ws-invalid-flag = 'n'
               move 'y' to ws-tkt-line-flag
               move 'y' to ws-invalid-flag
           end-if.
           if ws-replay-switch = 'y'
               if ws-invalid-flag = 'n'
                   perform 758-post-house-charge
                   perform 743-post-employee-discount
                   perform 765-remember-invoice
               end-if
           else
               perform 100-decide-output
           end-if.

      *Just the field edits and reference checks for whatever is
      *sitting in input-rec - no output decision, so the restart
               set ws-amt-flag to 'y'
               set ws-invalid-flag to 'y'
           end-if.
           perform 753-validate-transfer-store.
           if not 88-type-validate
             and not (88-inventory-receipt and not 88-transfer-move
                      and ws-input-type = spaces)
             and ws-transfer-store-found = 'n'
             and not (88-split-tender
                      and (ws-input-code = 'S' or ws-input-code = 'L'
                           or 88-ticket-header)) then
               set ws-paytype-flag to 'y'
               set ws-invalid-flag to 'y'
           end-if.
      *A tender with no split-tender sale open on its invoice has
      *nothing to pay for.
           if 88-tender-record and ws-ticket-tender-flag = 'n'
               set ws-tender-flag to 'y'
               set ws-invalid-flag to 'y'
           end-if.
           perform 750-validate-store.
           if ws-store-found = 'n' then
               set ws-storenum-flag to 'y'
               set ws-invoice-flag to 'y'
               set ws-invalid-flag to 'y'
           end-if.
           if not 88-sku-alpha
             and not ((88-ticket-header or 88-tender-record
                       or 88-account-payment)
                      and ws-input-sku = spaces) then
               set ws-sku-flag to 'y'
               set ws-invalid-flag to 'y'
           end-if.
      *A layaway payment moves money, not merchandise, so it is
      *allowed a zero quantity - as are a cancellation, a tender and
      *a payment on account.
           if not ws-input-quantity is numeric
             or (not 88-qty-validate and not 88-layaway-payment
                 and not 88-layaway-cancel
                 and not 88-tender-record
                 and not 88-account-payment) then
               set ws-qty-flag to 'y'
               set ws-invalid-flag to 'y'
           end-if.
           perform 770-validate-sku-price.
           perform 780-validate-refund-amount.
           perform 762-validate-plan-return.
           perform 790-validate-cashier.
           perform 785-validate-approver.
           perform 755-validate-customer.
           perform 756-validate-house-account.
           perform 757-validate-tax-exempt.
           perform 740-validate-employee-purchase.
           perform 759-validate-trans-time.
           perform 760-check-duplicate-invoice.

       100-decide-output.
       200-print-valid-content.
           write prt-valid from input-rec.
           add 1 to ws-valid-count.
           perform 758-post-house-charge.
           perform 743-post-employee-discount.
           perform 765-remember-invoice.
           if ws-orphan-flag = 'y'
               perform 775-write-suspense-entry
               move ws-prt-error-exempt to ws-error-log-message
               write prt-error from ws-error-log-padding
           end-if.
           if ws-tkt-total-flag = 'y' then
               move ws-prt-error-tkt-total to ws-error-log-message
               write prt-error from ws-error-log-padding
           end-if.
           if ws-tkt-line-flag = 'y' then
               move ws-prt-error-tkt-line to ws-error-log-message
               write prt-error from ws-error-log-padding
           end-if.
           if ws-tender-flag = 'y' then
               move ws-prt-error-tender to ws-error-log-message
               write prt-error from ws-error-log-padding
           end-if.
           if ws-house-flag = 'y' then
               move ws-prt-error-house to ws-error-log-message
               write prt-error from ws-error-log-padding
           end-if.
           if ws-empl-flag = 'y' then
               move ws-prt-error-employee to ws-error-log-message
               write prt-error from ws-error-log-padding
           end-if.
           if ws-time-flag = 'y' then
               move ws-prt-error-time to ws-error-log-message
               write prt-error from ws-error-log-padding
           end-if.
           if ws-plan-ret-flag = 'y' then
               move ws-prt-error-plan-ret to ws-error-log-message
               write prt-error from ws-error-log-padding
           end-if.

           move spaces to prt-error.
           write prt-error after advancing 1.
           write prt-error from ws-error-log-footer after advancing 1.

       700-reset-flags.
           set ws-error-flags to 'nnnnnnnnnnnnnnnnnnnnnn'.
           set ws-error-counter to 0.

      *Flag a record whose invoice number was already accepted this
      *its own duplicate. Layaway payments are exempt - a payment
      *legitimately carries the invoice number of the layaway it is
      *paying down, and a customer can make more than one payment
      *in a day. The lines of an open ticket repeat their header's
      *invoice by design and are exempt too - the header itself is
      *checked like any other sale. Every 'I' stockroom record is
      *exempt whatever its direction - the receipt lines against
      *one PO all carry its number, both legs of a transfer carry
      *the transfer number, and a count adjustment too big for one
      *line goes out as several lines under one reference.
       760-check-duplicate-invoice.
           move 'n' to ws-dup-flag.
           if not 88-layaway-payment
             and not 88-void-record
             and not 88-exchange-record
             and not 88-layaway-cancel
             and not 88-tender-record
             and not 88-inventory-receipt
             and ws-ticket-line-flag = 'n'
             and ws-dup-count > 0
               search all ws-dup-entry
                   at end continue
             and not 88-void-record
             and not 88-exchange-record
             and not 88-layaway-cancel
             and not 88-tender-record
             and not 88-inventory-receipt
             and ws-dup-count > 0
               search all ws-dup-entry
                   at end continue
                   to ws-store-match-close
           end-if.

      *A stock transfer names the other store in its tender field -
      *it has to be a store on the table, and not the store the
      *record is posted at.
       753-validate-transfer-store.
           move 'n' to ws-transfer-store-found.
           if 88-inventory-receipt and 88-transfer-move
             and ws-input-type not = ws-input-storenum
               perform 754-search-transfer-store
                   varying ws-store-idx from 1 by 1
                   until ws-store-idx > ws-store-count
           end-if.

       754-search-transfer-store.
           if ws-input-type = ws-store-num(ws-store-idx)
               move 'y' to ws-transfer-store-found
           end-if.

      *Check the transaction amount against the expected price range
      *for this SKU, if one is on file. A SKU with no range on file
      *is not flagged - the table only covers SKUs management wants
      *watched, and a range deactivated is no longer watched. An
      *employee purchase is proven against the staff discount off
      *list instead.
       770-validate-sku-price.
           move 'n' to ws-price-flag.
           move 'n' to ws-sku-price-found.
           if not 88-inventory-receipt
             and not 88-layaway-cancel
             and not 88-ticket-header
             and not 88-tender-record
             and not 88-account-payment
             and not (ws-input-code = 'S' and 88-employee-purchase)
               perform 771-search-sku-price-table
                   varying ws-sku-price-idx from 1 by 1
                   until ws-sku-price-idx > ws-sku-price-count
           end-if.
           if ws-sku-price-found = 'y'
               move 'SP' to ws-inactive-check-code
               move ws-input-sku to ws-inactive-check-key
               perform 748-check-inactive
               if ws-inactive-found = 'y'
                   move 'n' to ws-sku-price-found
               end-if
           end-if.
           if ws-sku-price-found = 'y'
             and (ws-input-amount < ws-sku-match-low
               or ws-input-amount > ws-sku-match-high)
               end-if
           end-if.

      *A service plan cannot come back at the register - the price
      *sits in deferred revenue, and only a cancellation through
      *customer service reverses it pro rata.
       762-validate-plan-return.
           move 'n' to ws-plan-sku-found.
           if ws-input-code = 'R'
               perform 763-search-plan-sku
                   varying ws-plan-sku-idx from 1 by 1
                   until ws-plan-sku-idx > ws-plan-sku-count
                      or ws-plan-sku-found = 'y'
           end-if.
           if ws-plan-sku-found = 'y'
               set ws-plan-ret-flag to 'y'
               set ws-invalid-flag to 'y'
           end-if.

       763-search-plan-sku.
           if ws-ps-sku(ws-plan-sku-idx) = ws-input-sku
               move 'y' to ws-plan-sku-found
           end-if.

      *An accepted return with no sale on file still passes - but
      *it also goes on the suspense file so the nightly rematch
      *and the loss-prevention aging never lose sight of it.
           add 1 to ws-suspense-count.

      *Look up the current cashier/register ID against the active
      *cashier table loaded from cashier-table.dat. A cashier taken
      *out of service is no longer active after the last day.
       790-validate-cashier.
           move 'n' to ws-cashier-found.
           perform 791-search-cashier-table
               varying ws-cashier-idx from 1 by 1
               until ws-cashier-idx > ws-cashier-count.
           if ws-cashier-found = 'y'
               move 'CA' to ws-inactive-check-code
               move ws-input-cashier-id to ws-inactive-check-key
               perform 748-check-inactive
               if ws-inactive-found = 'y'
                   move 'n' to ws-cashier-found
               end-if
           end-if.
           if ws-cashier-found = 'n' then
               set ws-cashier-flag to 'y'
               set ws-invalid-flag to 'y'

      *Check the loyalty customer against the customer master. A
      *blank customer id is a walk-in shopper and passes; anything
      *else has to be on file and not deactivated.
       755-validate-customer.
           move 'n' to ws-customer-found.
           move spaces to ws-customer-match-cert.
           move 0 to ws-customer-match-limit.
           move 0 to ws-customer-match-balance.
           if ws-input-customer-id = spaces
               move 'y' to ws-customer-found
           else
                           move 'y' to ws-customer-found
                           move ws-customer-cert(ws-customer-idx)
                               to ws-customer-match-cert
                           move ws-customer-limit(ws-customer-idx)
                               to ws-customer-match-limit
                           move ws-customer-balance(ws-customer-idx)
                               to ws-customer-match-balance
                   end-search
               end-if
               if ws-customer-found = 'y'
                   move 'CU' to ws-inactive-check-code
                   move ws-input-customer-id to ws-inactive-check-key
                   perform 748-check-inactive
                   if ws-inactive-found = 'y'
                       move 'n' to ws-customer-found
                   end-if
               end-if
           end-if.
           if ws-customer-found = 'n'
               set ws-cust-flag to 'y'
                       varying ws-approver-idx from 1 by 1
                       until ws-approver-idx > ws-approver-count
               end-if
               if ws-approver-found = 'y'
                   move 'AP' to ws-inactive-check-code
                   move ws-input-approver-id to ws-inactive-check-key
                   perform 748-check-inactive
                   if ws-inactive-found = 'y'
                       move 'n' to ws-approver-found
                   end-if
               end-if
               if ws-approver-found = 'n'
                   set ws-approver-flag to 'y'
                   set ws-invalid-flag to 'y'
               move 'y' to ws-approver-found
           end-if.

      *A house-account charge has to name a customer on the master
      *who has been given a credit limit, and the charge on top of
      *what the account already owes cannot take it past that
      *limit. Only a sale, a layaway, a split-tender share or a
      *return can go to the account - a return to it needs the
      *account, not the headroom. A payment on account has to name
      *a house account too, and has to come in on real money.
       756-validate-house-account.
           if 88-house-account or 88-account-payment
               if ws-input-customer-id = spaces
                 or ws-customer-found = 'n'
                 or ws-customer-match-limit = 0
                   set ws-house-flag to 'y'
                   set ws-invalid-flag to 'y'
               end-if
           end-if.
           if 88-house-account
               if ws-input-code not = 'S'
                 and ws-input-code not = 'L'
                 and ws-input-code not = 'R'
                 and not 88-ticket-header
                 and not 88-tender-record
                   set ws-house-flag to 'y'
                   set ws-invalid-flag to 'y'
               end-if
               if ws-house-flag = 'n'
                 and ws-input-code not = 'R'
                 and not 88-ticket-header
                   compute ws-house-exposure =
                       ws-customer-match-balance + ws-input-amount
                   if ws-ticket-line-flag = 'y'
                     or ws-ticket-tender-flag = 'y'
                       add ws-ticket-house-charge
                           to ws-house-exposure
                   end-if
                   if ws-house-exposure > ws-customer-match-limit
                       set ws-house-flag to 'y'
                       set ws-invalid-flag to 'y'
                   end-if
                   if (ws-ticket-line-flag = 'y'
                       or ws-ticket-tender-flag = 'y')
                     and ws-house-flag = 'n'
                       add ws-input-amount to ws-ticket-house-charge
                   end-if
               end-if
           end-if.
           if 88-account-payment and 88-house-account
               set ws-house-flag to 'y'
               set ws-invalid-flag to 'y'
           end-if.

      *A house charge that made it into valid.dat counts against the
      *account's headroom for the rest of the run.
       758-post-house-charge.
           if input-type = 'HA'
             and (input-code = 'S' or input-code = 'L'
                  or input-code = 'N')
             and input-customer-id not = spaces
             and ws-customer-count > 0
               search all ws-customer-entry
                   at end continue
                   when ws-customer-id(ws-customer-idx) =
                        input-customer-id
                       add input-amount
                           to ws-customer-balance(ws-customer-idx)
               end-search
           end-if.

      *An 'E' flag is only as good as the certificate behind it -
      *the customer must be on the line, on the master, and carry
      *an exemption certificate. 755-validate-customer has already
               end-if
           end-if.

      *Every register ring carries the time it was rung as a real
      *24-hour clock reading. Only a stockroom 'I' record may come
      *in without one.
       759-validate-trans-time.
           if 88-inventory-receipt and ws-input-time-text = spaces
               continue
           else
               if ws-input-trans-time is not numeric
                 or not 88-hour-validate
                 or not 88-minute-validate
                   set ws-time-flag to 'y'
                   set ws-invalid-flag to 'y'
               end-if
           end-if.

      *An employee purchase is a sale or a ticket header marked
      *'E', naming the employee buying in the approver field - who
      *has to be on the cashier table like anyone else on staff. A
      *sale has to come to the policy discount off list to within a
      *cent, and that discount on top of what the employee has
      *already taken this year cannot go past the annual cap. Pay
      *can only be docked for an employee purchase.
       740-validate-employee-purchase.
           move 0 to ws-empl-discount.
           if 88-payroll-deduction
             and not ((ws-input-code = 'S' or 88-ticket-header)
                      and 88-employee-purchase)
               set ws-empl-flag to 'y'
               set ws-invalid-flag to 'y'
           end-if.
           if (ws-input-code = 'S' or 88-ticket-header)
             and 88-employee-purchase
               move ws-input-approver-id to ws-empl-buyer
               move 'n' to ws-empl-buyer-found
               if ws-empl-buyer not = spaces
                   perform 744-search-buyer
                       varying ws-cashier-idx from 1 by 1
                       until ws-cashier-idx > ws-cashier-count
               end-if
               if ws-empl-buyer-found = 'n'
                   set ws-empl-flag to 'y'
                   set ws-invalid-flag to 'y'
               end-if
               if ws-input-code = 'S'
                 and ws-input-quantity is numeric
                 and ws-input-amount is numeric
                   perform 745-check-employee-discount
               end-if
           end-if.

      *A SKU with no list price on file leaves nothing to prove the
      *discount against, so it bounces. The lines of an open ticket
      *are held until the ticket closes, so the ones already edited
      *count against the cap alongside this one.
       745-check-employee-discount.
           move ws-input-sku to ws-list-price-sku.
           perform 746-find-list-price.
           if ws-list-price-found = 'n' or ws-list-price-match = 0
               set ws-empl-flag to 'y'
               set ws-invalid-flag to 'y'
           else
               compute ws-empl-list-ext =
                   ws-list-price-match * ws-input-quantity
               compute ws-empl-expected rounded =
                   ws-empl-list-ext * (1 - ws-empl-rate)
               compute ws-empl-variance =
                   ws-input-amount - ws-empl-expected
               if ws-empl-variance > 0.01 or ws-empl-variance < -0.01
                   set ws-empl-flag to 'y'
                   set ws-invalid-flag to 'y'
               end-if
               compute ws-empl-discount =
                   ws-empl-list-ext - ws-input-amount
               divide ws-input-trans-date by 10000
                   giving ws-empl-trans-year
               perform 747-find-employee-ytd
               compute ws-empl-ytd-after =
                   ws-empl-match-ytd + ws-empl-discount
               if ws-ticket-line-flag = 'y'
                   add ws-ticket-empl-discount to ws-empl-ytd-after
               end-if
               if ws-empl-ytd-after > ws-empl-annual-cap
                   set ws-empl-flag to 'y'
                   set ws-invalid-flag to 'y'
               end-if
               if ws-ticket-line-flag = 'y' and ws-empl-flag = 'n'
                   add ws-empl-discount to ws-ticket-empl-discount
               end-if
           end-if.

       744-search-buyer.
           if ws-empl-buyer = ws-cashier-entry(ws-cashier-idx)
               move 'y' to ws-empl-buyer-found
           end-if.

       746-find-list-price.
           move 'n' to ws-list-price-found.
           move 0 to ws-list-price-match.
           perform 741-search-list-price
               varying ws-list-price-idx from 1 by 1
               until ws-list-price-idx > ws-list-price-count.
           if ws-list-price-found = 'y'
               move 'SK' to ws-inactive-check-code
               move ws-list-price-sku to ws-inactive-check-key
               perform 748-check-inactive
               if ws-inactive-found = 'y'
                   move 'n' to ws-list-price-found
                   move 0 to ws-list-price-match
               end-if
           end-if.

      *An entry found on its own table is still no good to a
      *transaction dated after the last day it was active.
       748-check-inactive.
           move 'n' to ws-inactive-found.
           perform 749-search-inactive
               varying ws-inactive-idx from 1 by 1
               until ws-inactive-idx > ws-inactive-count.

       749-search-inactive.
           if ws-inactive-code(ws-inactive-idx) = ws-inactive-check-code
             and ws-inactive-key(ws-inactive-idx)
                 = ws-inactive-check-key
             and ws-input-trans-date > ws-inactive-last(ws-inactive-idx)
               move 'y' to ws-inactive-found
           end-if.

       741-search-list-price.
           if ws-list-price-sku = ws-lp-sku(ws-list-price-idx)
               move 'y' to ws-list-price-found
               move ws-lp-price(ws-list-price-idx)
                   to ws-list-price-match
           end-if.

      *What the buyer has taken so far in the transaction's own
      *year - a figure carried from an earlier year counts as
      *nothing.
       747-find-employee-ytd.
           move 'n' to ws-empl-found.
           move 0 to ws-empl-match-ytd.
           move 0 to ws-empl-match-idx.
           perform 742-search-employee-ytd
               varying ws-empl-idx from 1 by 1
               until ws-empl-idx > ws-empl-count.

       742-search-employee-ytd.
           if ws-empl-buyer = ws-empl-id(ws-empl-idx)
               move 'y' to ws-empl-found
               set ws-empl-match-idx to ws-empl-idx
               if ws-empl-year(ws-empl-idx) = ws-empl-trans-year
                   move ws-empl-ytd(ws-empl-idx) to ws-empl-match-ytd
               end-if
           end-if.

      *An employee purchase that made it into valid.dat counts
      *against the buyer's annual cap for the rest of the run.
       743-post-employee-discount.
           if ws-input-code = 'S'
             and 88-employee-purchase
             and ws-input-quantity is numeric
               move ws-input-sku to ws-list-price-sku
               perform 746-find-list-price
               compute ws-empl-discount =
                   ws-list-price-match * ws-input-quantity
                   - ws-input-amount
               move ws-input-approver-id to ws-empl-buyer
               divide ws-input-trans-date by 10000
                   giving ws-empl-trans-year
               perform 747-find-employee-ytd
               if ws-empl-found = 'n' and ws-empl-count < 50
                   add 1 to ws-empl-count
                   move ws-empl-buyer to ws-empl-id(ws-empl-count)
                   move ws-empl-trans-year
                       to ws-empl-year(ws-empl-count)
                   move 0 to ws-empl-ytd(ws-empl-count)
                   move ws-empl-count to ws-empl-match-idx
                   move 'y' to ws-empl-found
               end-if
               if ws-empl-found = 'y'
                 and ws-empl-year(ws-empl-match-idx)
                     < ws-empl-trans-year
                   move ws-empl-trans-year
                       to ws-empl-year(ws-empl-match-idx)
                   move 0 to ws-empl-ytd(ws-empl-match-idx)
               end-if
               if ws-empl-found = 'y'
                 and ws-empl-year(ws-empl-match-idx)
                     = ws-empl-trans-year
                 and ws-empl-discount > 0
                   add ws-empl-discount
                       to ws-empl-ytd(ws-empl-match-idx)
               end-if
           end-if.

      *Bump this run's per-cashier reject count, feeding the combined
      *by-cashier report CASHIERRPT builds from this program's
      *contribution to cashier-totals.dat plus Program3's and
           end-perform.
           close sku-price-file.

      *Load the list price of every SKU once at startup - only an
      *employee purchase needs it. A missing master means no
      *employee purchase can be proven and every one bounces.
       822-load-list-prices.
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
                   else
                       add 1 to ws-list-price-dropped
                   end-if
                   read sku-master-file
                       at end move high-values to sku-master-rec
                   end-read
               end-perform
               close sku-master-file
           end-if.
           if ws-list-price-dropped > 0
               display "VALIDATOR: SKU MASTER TABLE FULL - "
                   ws-list-price-dropped " LINES NOT LOADED"
               move 'y' to ws-table-full
           end-if.

      *Load the promotion calendar once at startup. A missing file
      *just means no events are running.
       825-load-promo-calendar.
      *Load last run's sale amount per invoice from
      *SalesRecords_out.dat once at startup, sorted by invoice
      *number through the sort work file, so a return this run can
      *binary-search the sale it is returning against. The lines
      *of a multi-line ticket come out of the sort together and
      *are summed into one entry - a return is proven against the
      *whole ticket it came off.
       830-load-sales-history-table.
           move 0 to ws-sales-hist-count.
           sort sort-work-file
           return sort-work-file
               at end move 'y' to ws-sort-eof.
           perform until ws-sort-eof = 'y'
               if ws-sales-hist-count > 0
                 and sw-invoice = ws-sh-invoice(ws-sales-hist-count)
                   add sw-amount
                       to ws-sh-amount(ws-sales-hist-count)
               else
               if ws-sales-hist-count < 100000
                   add 1 to ws-sales-hist-count
                   move sw-invoice
                   move sw-amount
                       to ws-sh-amount(ws-sales-hist-count)
               end-if
               end-if
               return sort-work-file
                   at end move 'y' to ws-sort-eof
           end-perform.
      *to be recycled) and keep the ones that appear more than
      *once, in sorted order, so the per-record check is a binary
      *search against a table that only holds actual repeats.
      *Layaway payments, tenders, voids, exchanges, cancellations
      *and 'I' stockroom records are left out - repeats are their
      *normal case.
       810-build-dup-table.
           move 0 to ws-dup-count.
           sort sort-work-file
               move input-amount     to sw-amount
               if input-code not = 'P' and input-code not = 'V'
                 and input-code not = 'X' and input-code not = 'C'
                 and input-code not = 'N'
                 and input-code not = 'I'
                   release sort-rec
               end-if
               read input-file into input-rec
               move input-amount     to sw-amount
               if input-code not = 'P' and input-code not = 'V'
                 and input-code not = 'X' and input-code not = 'C'
                 and input-code not = 'N'
                 and input-code not = 'I'
                   release sort-rec
               end-if
               read corrections-file
           end-perform.
           close cashier-table-file.

      *Load the discount each employee has taken so far this year.
      *No file yet means nobody has taken any.
       841-load-employee-discounts.
           move 0 to ws-empl-count.
           open input employee-discount-file.
           if ws-empl-discount-status = "00"
               read employee-discount-file
                   at end move high-values to employee-discount-rec
               end-read
               perform until employee-discount-rec = high-values
                   if ws-empl-count < 50
                       add 1 to ws-empl-count
                       move ed-employee-id
                           to ws-empl-id(ws-empl-count)
                       move ed-year to ws-empl-year(ws-empl-count)
                       move ed-ytd-discount
                           to ws-empl-ytd(ws-empl-count)
                   else
                       add 1 to ws-empl-dropped
                   end-if
                   read employee-discount-file
                       at end move high-values to employee-discount-rec
                   end-read
               end-perform
               close employee-discount-file
           end-if.
           if ws-empl-dropped > 0
               display "VALIDATOR: EMPLOYEE DISCOUNT TABLE FULL - "
                   ws-empl-dropped " LINES NOT LOADED"
               move 'y' to ws-table-full
           end-if.

      *Load the loyalty customer master once at startup. A missing
      *file just means the loyalty program has no customers yet -
      *only blank customer ids will pass until it shows up.
                           to ws-customer-id(ws-customer-count)
                       move cm-exempt-cert
                           to ws-customer-cert(ws-customer-count)
                       move cm-credit-limit
                           to ws-customer-limit(ws-customer-count)
                       move 0
                           to ws-customer-balance(ws-customer-count)
                   end-if
                   read customer-master-file
                       at end move high-values to customer-master-rec
               end-perform
               close customer-master-file
           end-if.
           perform 848-load-ar-balances.

      *Load the list of authorized approvers once at startup so
      *promoting a manager is a data file change, not a recompile.
               close approver-table-file
           end-if.

      *Load the deactivated reference entries once at startup. A
      *missing file just means nothing has been taken out of
      *service yet.
       843-load-inactive-entries.
           move 0 to ws-inactive-count.
           open input reference-inactive-file.
           if ws-inactive-status = "00"
               read reference-inactive-file
                   at end move high-values to reference-inactive-rec
               end-read
               perform until reference-inactive-rec = high-values
                   if ws-inactive-count < 2000
                       add 1 to ws-inactive-count
                       move ri-table-code
                           to ws-inactive-code(ws-inactive-count)
                       move ri-key
                           to ws-inactive-key(ws-inactive-count)
                       move ri-last-date
                           to ws-inactive-last(ws-inactive-count)
                   else
                       add 1 to ws-inactive-dropped
                   end-if
                   read reference-inactive-file
                       at end move high-values to reference-inactive-rec
                   end-read
               end-perform
               close reference-inactive-file
           end-if.
           if ws-inactive-dropped > 0
               display "VALIDATOR: INACTIVE REFERENCE TABLE FULL - "
                   ws-inactive-dropped " LINES NOT LOADED"
               move 'y' to ws-table-full
           end-if.

      *Pick up the operator-set approval threshold, falling back
      *to the shop default when no card is on hand.
       847-load-approval-threshold.
               close approval-threshold-file
           end-if.

      *Pick up what each house account owed at the last ARLEDGER
      *run. No balance file yet means nobody owes anything.
       848-load-ar-balances.
           open input ar-balance-file.
           if ws-ar-balance-status = "00"
               read ar-balance-file
                   at end move high-values to ar-balance-rec
               end-read
               perform until ar-balance-rec = high-values
                   if ws-customer-count > 0
                       search all ws-customer-entry
                           at end continue
                           when ws-customer-id(ws-customer-idx) =
                                ab-customer-id
                               move ab-balance to
                                   ws-customer-balance(ws-customer-idx)
                       end-search
                   end-if
                   read ar-balance-file
                       at end move high-values to ar-balance-rec
                   end-read
               end-perform
               close ar-balance-file
           end-if.

      *Pick up the staff purchase policy, falling back to the shop
      *default when no card is on hand.
       849-load-employee-policy.
           open input employee-policy-file.
           if ws-empl-policy-status = "00"
               read employee-policy-file
                   at end continue
                   not at end
                       move ep-discount-rate to ws-empl-rate
                       move ep-annual-cap    to ws-empl-annual-cap
               end-read
               close employee-policy-file
           end-if.

      *Load the service plan SKUs once at startup. No file means no
      *plans are sold.
       842-load-plan-skus.
           move 0 to ws-plan-sku-count.
           open input plan-term-file.
           if ws-plan-term-status = "00"
               read plan-term-file
                   at end move high-values to plan-term-rec
               end-read
               perform until plan-term-rec = high-values
                   if ws-plan-sku-count < 100
                       add 1 to ws-plan-sku-count
                       move pt-plan-sku
                           to ws-ps-sku(ws-plan-sku-count)
                   else
                       add 1 to ws-plan-sku-dropped
                   end-if
                   read plan-term-file
                       at end move high-values to plan-term-rec
                   end-read
               end-perform
               close plan-term-file
           end-if.
           if ws-plan-sku-dropped > 0
               display "VALIDATOR: SERVICE PLAN TABLE FULL - "
                   ws-plan-sku-dropped " LINES NOT LOADED"
               move 'y' to ws-table-full
           end-if.

      *Load the fixed labels for the error types once at startup so
      *640-tally-exception-totals just has counts to bump.
       630-init-exception-table.
           move "INVALID CUSTOMER ID"    to ws-except-label(12).
           move "NO VALID APPROVER"      to ws-except-label(13).
           move "INVALID TAX EXEMPT"     to ws-except-label(14).
           move "TICKET TOTAL MISMATCH"  to ws-except-label(15).
           move "TICKET LINE REJECTED"   to ws-except-label(16).
           move "SPLIT TENDER MISMATCH"  to ws-except-label(17).
           move "HOUSE ACCOUNT DECLINED" to ws-except-label(18).
           move "EMPLOYEE DISCOUNT INVALID" to ws-except-label(19).
           move "BAD TRANSACTION TIME"   to ws-except-label(20).
           move "PLAN RETURN NOT ALLOWED" to ws-except-label(21).
           move 0 to ws-except-count(1) ws-except-count(2)
               ws-except-count(3) ws-except-count(4) ws-except-count(5)
               ws-except-count(6) ws-except-count(7) ws-except-count(8)
               ws-except-count(9) ws-except-count(10)
               ws-except-count(11) ws-except-count(12)
               ws-except-count(13) ws-except-count(14)
               ws-except-count(15) ws-except-count(16)
               ws-except-count(17) ws-except-count(18)
               ws-except-count(19) ws-except-count(20)
               ws-except-count(21).

      *Bucket this rejected record by how many errors it carries, and
      *bump the per-error-type frequency counts used for the
           if ws-exempt-flag = 'y'
               add 1 to ws-except-count(14)
           end-if.
           if ws-tkt-total-flag = 'y'
               add 1 to ws-except-count(15)
           end-if.
           if ws-tkt-line-flag = 'y'
               add 1 to ws-except-count(16)
           end-if.
           if ws-tender-flag = 'y'
               add 1 to ws-except-count(17)
           end-if.
           if ws-house-flag = 'y'
               add 1 to ws-except-count(18)
           end-if.
           if ws-empl-flag = 'y'
               add 1 to ws-except-count(19)
           end-if.
           if ws-time-flag = 'y'
               add 1 to ws-except-count(20)
           end-if.
           if ws-plan-ret-flag = 'y'
               add 1 to ws-except-count(21)
           end-if.

      *Print the management exception report that was appended to
      *errors.dat after the normal error log - error-count buckets,
               after advancing 1.
           perform 670-print-exception-entries
               varying ws-except-idx from 1 by 1
               until ws-except-idx > 21.

       655-print-error-buckets.
           move "1 ERROR"          to ws-eb-label.
           move ws-bucket-three-plus to ws-eb-count.
           write prt-error from ws-except-bucket-line.

      *Selection sort of the 21-entry exception table by frequency,
      *descending, so the most common error type prints first.
       660-sort-exception-table.
           perform 661-selection-pass
               varying ws-except-sort-outer from 1 by 1
               until ws-except-sort-outer > 21.

       661-selection-pass.
           move ws-except-sort-outer to ws-except-sort-max.
           perform 662-find-max-from
               varying ws-except-sort-inner
               from ws-except-sort-outer by 1
               until ws-except-sort-inner > 21.
           if ws-except-sort-max not = ws-except-sort-outer
               perform 663-swap-exception-entries
           end-if.
           end-if.
           perform 985-validate-one-correction
               until ws-corr-eof = 'y'.
           if ws-ticket-open = 'y'
               perform 035-close-ticket
           end-if.
           if ws-corrections-status = "00"
             or ws-corrections-status = "10"
               close corrections-file
           perform 861-skip-one-record
               varying ws-skip-counter from 1 by 1
               until ws-skip-counter > ws-restart-point.
           if ws-ticket-open = 'y'
               move 'y' to ws-replay-switch
               perform 035-close-ticket
               move 'n' to ws-replay-switch
           end-if.

       861-skip-one-record.
           read input-file into input-rec
               at end move 'y' to sw-eof.
           if sw-eof not equal to 'y'
               perform 012-replay-current-record
           end-if.

      *Every ws-checkpoint-interval records, drop a checkpoint so a
      *restart only has to redo the records since the last one. A
      *ticket still being assembled has written nothing yet, so
      *the checkpoint waits until it closes - a restart then
      *replays the ticket whole instead of skipping half of it.
       870-check-checkpoint.
           add 1 to ws-records-since-checkpt.
           if ws-records-since-checkpt >= ws-checkpoint-interval
             and ws-ticket-open = 'n'
               perform 900-write-checkpoint
               move 0 to ws-records-since-checkpt
           end-if.
