       identification division.
       program-id. ARSTATEMENT.
       author. Group8.
       date-written. 2026-10-15.
      *Description:
      *    Month-end house-account statements and receivables
      *    aging. For every account ARLEDGER keeps, prints a
      *    customer statement - the balance brought forward from
      *    the last statement, every charge, return and payment
      *    posted since, the new balance, its aging and the
      *    headroom left under the credit limit - and one line per
      *    account on the receivables aging report, open charges
      *    bucketed current, 31-60, 61-90 and over 90 days old from
      *    the open-item file. Unapplied credits are netted against
      *    the oldest bucket first. The statement date and balance
      *    are stamped back on the ledger so next month's statement
      *    picks up where this one left off.

       environment division.
       input-output section.
       file-control.
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
               organization is line sequential
               file status is ws-trans-status.

           select customer-master-file
               assign to "../../data/customer-master.dat"
               organization is line sequential
               file status is ws-customer-status.

           select statement-file
               assign to "../../data/program-52-statements.out"
               organization is line sequential.

           select aging-report-file
               assign to "../../data/program-52-araging.out"
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
      *One record per house account, same layout ARLEDGER keeps.
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

      *Open charges and unapplied credits, same layout ARLEDGER
      *keeps.
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

      *Every posting ARLEDGER has made to a house account.
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

       fd customer-master-file
          record contains 47 characters
          data record is customer-master-rec.

       01 customer-master-rec.
           05 cm-customer-id          pic x(6).
           05 cm-customer-name        pic x(20).
           05 cm-exempt-cert          pic x(12).
           05 cm-credit-limit         pic 9(7)v99.

       fd statement-file
           data record is statement-line
           record contains 80 characters.

       01 statement-line               pic x(80).

       fd aging-report-file
           data record is aging-line
           record contains 110 characters.

       01 aging-line                   pic x(110).

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
       01 ws-ledger-status             pic xx.
       01 ws-item-status               pic xx.
       01 ws-trans-status              pic xx.
       01 ws-customer-status           pic xx.

       01 ws-accounts-read             pic 9(7) value 0.
       01 ws-statements-printed        pic 9(7) value 0.
       01 ws-aging-lines               pic 9(7) value 0.
       01 ws-activity-count            pic 9(5) value 0.

      *Customer names and credit limits off the customer master.
       01 ws-customer-count            pic 9(4) value 0.
       01 ws-customer-table.
           05 ws-customer-entry occurs 1 to 2000 times
               depending on ws-customer-count
               ascending key is ws-customer-id
               indexed by ws-customer-idx.
               10 ws-customer-id       pic x(6).
               10 ws-customer-name     pic x(20).
               10 ws-customer-limit    pic 9(7)v99.
       01 ws-match-name                pic x(20).
       01 ws-match-limit               pic 9(7)v99.

      *Postings since the oldest statement on the ledger - the
      *only ones any statement this month can print.
       01 ws-oldest-stmt-date          pic 9(8) value 0.
      *Set when the window holds more postings than the table. The
      *run then stops before any statement is stamped, since a
      *stamped statement would never print the ones left out.
       01 ws-trans-overflow            pic x value 'n'.
       01 ws-trans-count               pic 9(5) value 0.
       01 ws-trans-table.
           05 ws-trans-entry occurs 1 to 20000 times
               depending on ws-trans-count
               indexed by ws-trans-idx.
               10 ws-tt-customer       pic x(6).
               10 ws-tt-trans-date     pic 9(8).
               10 ws-tt-post-date      pic 9(8).
               10 ws-tt-invoice        pic x(9).
               10 ws-tt-type           pic x.
               10 ws-tt-amount         pic 9(7)v99.

      *One account's aging, open charges by days old.
       01 ws-age-days                  pic 9(5) value 0.
       01 ws-bucket-current            pic s9(9)v99 value 0.
       01 ws-bucket-31-60              pic s9(9)v99 value 0.
       01 ws-bucket-61-90              pic s9(9)v99 value 0.
       01 ws-bucket-over-90            pic s9(9)v99 value 0.
       01 ws-unapplied                 pic s9(9)v99 value 0.
       01 ws-age-total                 pic s9(9)v99 value 0.
       01 ws-available                 pic s9(9)v99 value 0.

      *Receivables totals for the foot of the aging report.
       01 ws-total-current             pic s9(9)v99 value 0.
       01 ws-total-31-60               pic s9(9)v99 value 0.
       01 ws-total-61-90               pic s9(9)v99 value 0.
       01 ws-total-over-90             pic s9(9)v99 value 0.
       01 ws-total-receivable          pic s9(9)v99 value 0.

       01 ws-stmt-separator            pic x(80) value all "=".

       01 ws-stmt-header.
           05 filler                   pic x(40)
               value "HOUSE ACCOUNT STATEMENT".
           05 filler                   pic x(16)
               value "STATEMENT DATE: ".
           05 sh-date                  pic 9(8).

       01 ws-stmt-customer-line.
           05 filler                   pic x(10) value "ACCOUNT:  ".
           05 sc-customer              pic x(6).
           05 filler                   pic x(2) value spaces.
           05 sc-name                  pic x(20).
           05 filler                   pic x(16)
               value "  CREDIT LIMIT: ".
           05 sc-limit                 pic $(7)9.99.

       01 ws-stmt-forward-line.
           05 filler                   pic x(26)
               value "BALANCE FORWARD FROM:".
           05 sf-date                  pic 9(8).
           05 filler                   pic x(24) value spaces.
           05 sf-balance               pic $(8)9.99-.

       01 ws-stmt-column-header.
           05 filler                   pic x(40)
               value "Date     Invoice   Activity      Charges".
           05 filler                   pic x(40)
               value "      Credits".

       01 ws-stmt-detail-line.
           05 sd-date                  pic 9(8).
           05 filler                   pic x(1) value space.
           05 sd-invoice               pic x(9).
           05 filler                   pic x(1) value space.
           05 sd-activity              pic x(10).
           05 filler                   pic x(1) value space.
           05 sd-charge                pic $(7)9.99 blank when zero.
           05 filler                   pic x(1) value space.
           05 sd-credit                pic $(7)9.99 blank when zero.

       01 ws-stmt-balance-line.
           05 filler                   pic x(26)
               value "NEW BALANCE:".
           05 filler                   pic x(32) value spaces.
           05 sb-balance               pic $(8)9.99-.

       01 ws-stmt-available-line.
           05 filler                   pic x(26)
               value "AVAILABLE CREDIT:".
           05 filler                   pic x(32) value spaces.
           05 sv-available             pic $(8)9.99-.

       01 ws-stmt-aging-header.
           05 filler                   pic x(40)
               value "      Current      31-60      61-90    ".
           05 filler                   pic x(20)
               value "   Over 90".

       01 ws-stmt-aging-line.
           05 sa-current               pic $(7)9.99-.
           05 sa-31-60                 pic $(7)9.99-.
           05 sa-61-90                 pic $(7)9.99-.
           05 sa-over-90               pic $(7)9.99-.

       01 ws-aging-header.
           05 filler                   pic x(40)
               value "HOUSE ACCOUNT RECEIVABLES AGING".
           05 filler                   pic x(9) value "AS OF:".
           05 ah-date                  pic 9(8).

       01 ws-aging-column-header.
           05 filler                   pic x(40)
               value "Cust   Name                      Current".
           05 filler                   pic x(40)
               value "        31-60        61-90      Over 90".
           05 filler                   pic x(30)
               value "        Total".

       01 ws-aging-detail-line.
           05 ad-customer              pic x(6).
           05 filler                   pic x(1) value space.
           05 ad-name                  pic x(20).
           05 ad-current               pic $(8)9.99-.
           05 ad-31-60                 pic $(8)9.99-.
           05 ad-61-90                 pic $(8)9.99-.
           05 ad-over-90               pic $(8)9.99-.
           05 ad-total                 pic $(8)9.99-.
           05 filler                   pic x(1) value space.
           05 ad-flag                  pic x(11).

       01 ws-summary-line.
           05 ws-sl-label              pic x(30).
           05 ws-sl-count              pic z(6)9.

       procedure division.
           perform 890-get-business-date.
           perform 800-load-customer-master.
           perform 810-open-ledger-files.
           perform 100-find-oldest-statement.
           perform 820-load-transactions.
           if ws-trans-overflow = 'y'
               display "ARSTATEMENT: OVER 20000 POSTINGS SINCE "
                   ws-oldest-stmt-date " - NO STATEMENTS RUN"
               perform 830-close-ledger-files
               move 16 to return-code
           else
               perform 050-run-statements
               move 0 to return-code
           end-if.
           goback.

       050-run-statements.
           open output statement-file.
           open output aging-report-file.
           move ws-business-date to ah-date.
           write aging-line from ws-aging-header.
           move spaces to aging-line.
           write aging-line.
           write aging-line from ws-aging-column-header.

           perform 200-walk-ledger.
           perform 600-print-aging-totals.
           perform 900-write-audit-record.
           perform 830-close-ledger-files.
           close statement-file, aging-report-file.

      *Earliest last-statement date on the ledger, so only the
      *postings some statement still has to print are loaded.
       100-find-oldest-statement.
           move ws-business-date to ws-oldest-stmt-date.
           perform 210-start-ledger.
           perform 110-check-one-stmt-date until ws-eof = 'y'.

       110-check-one-stmt-date.
           if al-last-stmt-date < ws-oldest-stmt-date
               move al-last-stmt-date to ws-oldest-stmt-date
           end-if.
           read ar-ledger-file next
               at end move 'y' to ws-eof.

      *One statement and one aging line per account. An account
      *with nothing owed and nothing posted since its last
      *statement gets neither.
       200-walk-ledger.
           perform 210-start-ledger.
           perform 220-process-one-account until ws-eof = 'y'.

       210-start-ledger.
           move 'n' to ws-eof.
           if ws-ledger-status not = "00"
             and ws-ledger-status not = "10"
               move 'y' to ws-eof
           else
               move low-values to al-customer-id
               start ar-ledger-file key >= al-customer-id
                   invalid key move 'y' to ws-eof
               end-start
           end-if.
           if ws-eof = 'n'
               read ar-ledger-file next
                   at end move 'y' to ws-eof
               end-read
           end-if.

       220-process-one-account.
           add 1 to ws-accounts-read.
           perform 230-count-activity.
           if al-balance not = 0 or ws-activity-count > 0
               perform 240-find-customer
               perform 300-age-account
               perform 400-print-statement
               if al-balance not = 0
                   perform 500-print-aging-line
               end-if
               move ws-business-date to al-last-stmt-date
               move al-balance       to al-stmt-balance
               rewrite ar-ledger-rec
           end-if.
           read ar-ledger-file next
               at end move 'y' to ws-eof.

       230-count-activity.
           move 0 to ws-activity-count.
           perform 231-count-one-posting
               varying ws-trans-idx from 1 by 1
               until ws-trans-idx > ws-trans-count.

       231-count-one-posting.
           if ws-tt-customer(ws-trans-idx) = al-customer-id
             and ws-tt-post-date(ws-trans-idx) > al-last-stmt-date
               add 1 to ws-activity-count
           end-if.

       240-find-customer.
           move "NOT ON CUSTOMER FILE" to ws-match-name.
           move 0 to ws-match-limit.
           if ws-customer-count > 0
               search all ws-customer-entry
                   at end continue
                   when ws-customer-id(ws-customer-idx) =
                        al-customer-id
                       move ws-customer-name(ws-customer-idx)
                           to ws-match-name
                       move ws-customer-limit(ws-customer-idx)
                           to ws-match-limit
               end-search
           end-if.

      *Bucket the account's open charges by age, then take any
      *unapplied credit off the oldest bucket first.
       300-age-account.
           move 0 to ws-bucket-current.
           move 0 to ws-bucket-31-60.
           move 0 to ws-bucket-61-90.
           move 0 to ws-bucket-over-90.
           move 0 to ws-unapplied.
           move 'n' to ws-item-eof.
           if ws-item-status not = "00"
             and ws-item-status not = "10"
               move 'y' to ws-item-eof
           else
               move low-values to ai-key
               move al-customer-id to ai-customer-id
               start ar-item-file key >= ai-key
                   invalid key move 'y' to ws-item-eof
               end-start
           end-if.
           if ws-item-eof = 'n'
               perform 310-read-next-item
           end-if.
           perform 320-age-one-item until ws-item-eof = 'y'.
           perform 330-net-unapplied-credit.
           compute ws-age-total = ws-bucket-current + ws-bucket-31-60
               + ws-bucket-61-90 + ws-bucket-over-90.

       310-read-next-item.
           read ar-item-file next
               at end move 'y' to ws-item-eof
           end-read.
           if ws-item-eof = 'n'
             and ai-customer-id not = al-customer-id
               move 'y' to ws-item-eof
           end-if.

       320-age-one-item.
           if ai-unapplied
               add ai-open-amount to ws-unapplied
           else
           if ai-open-amount > 0
               compute ws-age-days =
                   function integer-of-date(ws-business-date) -
                   function integer-of-date(ai-item-date)
               if ws-age-days <= 30
                   add ai-open-amount to ws-bucket-current
               else
               if ws-age-days <= 60
                   add ai-open-amount to ws-bucket-31-60
               else
               if ws-age-days <= 90
                   add ai-open-amount to ws-bucket-61-90
               else
                   add ai-open-amount to ws-bucket-over-90
               end-if
               end-if
               end-if
           end-if
           end-if.
           perform 310-read-next-item.

      *A credit left over goes against the oldest money first; any
      *still left after the older buckets are cleared shows as a
      *credit in current.
       330-net-unapplied-credit.
           if ws-unapplied > 0 and ws-bucket-over-90 > 0
               if ws-unapplied > ws-bucket-over-90
                   subtract ws-bucket-over-90 from ws-unapplied
                   move 0 to ws-bucket-over-90
               else
                   subtract ws-unapplied from ws-bucket-over-90
                   move 0 to ws-unapplied
               end-if
           end-if.
           if ws-unapplied > 0 and ws-bucket-61-90 > 0
               if ws-unapplied > ws-bucket-61-90
                   subtract ws-bucket-61-90 from ws-unapplied
                   move 0 to ws-bucket-61-90
               else
                   subtract ws-unapplied from ws-bucket-61-90
                   move 0 to ws-unapplied
               end-if
           end-if.
           if ws-unapplied > 0 and ws-bucket-31-60 > 0
               if ws-unapplied > ws-bucket-31-60
                   subtract ws-bucket-31-60 from ws-unapplied
                   move 0 to ws-bucket-31-60
               else
                   subtract ws-unapplied from ws-bucket-31-60
                   move 0 to ws-unapplied
               end-if
           end-if.
           subtract ws-unapplied from ws-bucket-current.

       400-print-statement.
           add 1 to ws-statements-printed.
           write statement-line from ws-stmt-separator.
           move ws-business-date to sh-date.
           write statement-line from ws-stmt-header.
           move al-customer-id   to sc-customer.
           move ws-match-name    to sc-name.
           move ws-match-limit   to sc-limit.
           write statement-line from ws-stmt-customer-line.
           move spaces to statement-line.
           write statement-line.
           move al-last-stmt-date to sf-date.
           move al-stmt-balance   to sf-balance.
           write statement-line from ws-stmt-forward-line.
           write statement-line from ws-stmt-column-header.
           perform 410-print-one-posting
               varying ws-trans-idx from 1 by 1
               until ws-trans-idx > ws-trans-count.
           move spaces to statement-line.
           write statement-line.
           move al-balance to sb-balance.
           write statement-line from ws-stmt-balance-line.
           compute ws-available = ws-match-limit - al-balance.
           move ws-available to sv-available.
           write statement-line from ws-stmt-available-line.
           move spaces to statement-line.
           write statement-line.
           write statement-line from ws-stmt-aging-header.
           move ws-bucket-current to sa-current.
           move ws-bucket-31-60   to sa-31-60.
           move ws-bucket-61-90   to sa-61-90.
           move ws-bucket-over-90 to sa-over-90.
           write statement-line from ws-stmt-aging-line.
           move spaces to statement-line.
           write statement-line.

       410-print-one-posting.
           if ws-tt-customer(ws-trans-idx) = al-customer-id
             and ws-tt-post-date(ws-trans-idx) > al-last-stmt-date
               move ws-tt-trans-date(ws-trans-idx) to sd-date
               move ws-tt-invoice(ws-trans-idx)    to sd-invoice
               move 0 to sd-charge
               move 0 to sd-credit
               if ws-tt-type(ws-trans-idx) = 'C'
                   move "CHARGE"  to sd-activity
                   move ws-tt-amount(ws-trans-idx) to sd-charge
               else
               if ws-tt-type(ws-trans-idx) = 'R'
                   move "RETURN"  to sd-activity
                   move ws-tt-amount(ws-trans-idx) to sd-credit
               else
                   move "PAYMENT" to sd-activity
                   move ws-tt-amount(ws-trans-idx) to sd-credit
               end-if
               end-if
               write statement-line from ws-stmt-detail-line
           end-if.

       500-print-aging-line.
           add 1 to ws-aging-lines.
           move al-customer-id    to ad-customer.
           move ws-match-name     to ad-name.
           move ws-bucket-current to ad-current.
           move ws-bucket-31-60   to ad-31-60.
           move ws-bucket-61-90   to ad-61-90.
           move ws-bucket-over-90 to ad-over-90.
           move ws-age-total      to ad-total.
           if al-balance > ws-match-limit
               move "OVER LIMIT" to ad-flag
           else
               move spaces to ad-flag
           end-if.
           write aging-line from ws-aging-detail-line.
           add ws-bucket-current to ws-total-current.
           add ws-bucket-31-60   to ws-total-31-60.
           add ws-bucket-61-90   to ws-total-61-90.
           add ws-bucket-over-90 to ws-total-over-90.
           add ws-age-total      to ws-total-receivable.

       600-print-aging-totals.
           move spaces to aging-line.
           write aging-line.
           move spaces              to ad-customer.
           move "TOTAL RECEIVABLES" to ad-name.
           move ws-total-current    to ad-current.
           move ws-total-31-60      to ad-31-60.
           move ws-total-61-90      to ad-61-90.
           move ws-total-over-90    to ad-over-90.
           move ws-total-receivable to ad-total.
           move spaces              to ad-flag.
           write aging-line from ws-aging-detail-line.
           move spaces to aging-line.
           write aging-line.
           move "ACCOUNTS ON LEDGER:"  to ws-sl-label.
           move ws-accounts-read       to ws-sl-count.
           write aging-line from ws-summary-line.
           move "STATEMENTS PRINTED:"  to ws-sl-label.
           move ws-statements-printed  to ws-sl-count.
           write aging-line from ws-summary-line.

      *Load names and credit limits once at startup, in customer
      *id order the way the master is kept.
       800-load-customer-master.
           move 0 to ws-customer-count.
           open input customer-master-file.
           if ws-customer-status = "00"
               read customer-master-file
                   at end move high-values to customer-master-rec
               end-read
               perform until customer-master-rec = high-values
                   if ws-customer-count < 2000
                       add 1 to ws-customer-count
                       move cm-customer-id
                           to ws-customer-id(ws-customer-count)
                       move cm-customer-name
                           to ws-customer-name(ws-customer-count)
                       move cm-credit-limit
                           to ws-customer-limit(ws-customer-count)
                   end-if
                   read customer-master-file
                       at end move high-values to customer-master-rec
                   end-read
               end-perform
               close customer-master-file
           end-if.

      *No ledger yet means no house account has been charged.
       810-open-ledger-files.
           open i-o ar-ledger-file.
           if ws-ledger-status not = "00"
               display "ARSTATEMENT: NO RECEIVABLES LEDGER ON HAND"
           end-if.
           open input ar-item-file.

       820-load-transactions.
           move 0 to ws-trans-count.
           open input ar-transaction-file.
           if ws-trans-status = "00"
               read ar-transaction-file
                   at end move high-values to ar-transaction-rec
               end-read
               perform until ar-transaction-rec = high-values
                   if at-post-date > ws-oldest-stmt-date
                     and at-post-date <= ws-business-date
                     and ws-trans-count >= 20000
                       move 'y' to ws-trans-overflow
                   else
                   if at-post-date > ws-oldest-stmt-date
                     and at-post-date <= ws-business-date
                       add 1 to ws-trans-count
                       move at-customer-id
                           to ws-tt-customer(ws-trans-count)
                       move at-trans-date
                           to ws-tt-trans-date(ws-trans-count)
                       move at-post-date
                           to ws-tt-post-date(ws-trans-count)
                       move at-invoice-number
                           to ws-tt-invoice(ws-trans-count)
                       move at-type
                           to ws-tt-type(ws-trans-count)
                       move at-amount
                           to ws-tt-amount(ws-trans-count)
                   end-if
                   end-if
                   read ar-transaction-file
                       at end move high-values to ar-transaction-rec
                   end-read
               end-perform
               close ar-transaction-file
           end-if.

       830-close-ledger-files.
           if ws-ledger-status = "00" or ws-ledger-status = "10"
               close ar-ledger-file
           end-if.
           if ws-item-status = "00" or ws-item-status = "10"
               close ar-item-file
           end-if.

      *Append one line to the shared audit trail recording the
      *program name, when it ran, and how many accounts it read
      *versus statements printed and accounts aged.
       900-write-audit-record.
           move "ARSTATEMENT"            to au-program-name.
           accept au-run-date            from date.
           accept au-run-time            from time.
           move ws-business-date-6       to au-business-date.
           move ws-accounts-read         to au-input-count.
           move ws-statements-printed    to au-output-count-1.
           move ws-aging-lines           to au-output-count-2.
           move 0                        to au-output-count-3.
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

       end program ARSTATEMENT.
