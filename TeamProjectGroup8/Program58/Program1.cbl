       identification division.
       program-id. DISPUTES.
       author. Group8.
       date-written. 2026-10-15.
      *Description:
      *    Card chargeback and dispute ledger. Imports the card
      *    processor's dispute file and follows every case through
      *    its life - opened when the processor's notice arrives,
      *    represented when our evidence goes back, then won or
      *    lost - on a dispute ledger keyed on the processor's case
      *    number. A new case is matched to its original invoice on
      *    the indexed master MASTERLOAD builds, falling back to the
      *    per-year archives MASTERARCHIVE writes the same way
      *    MASTERLOOKUP does, so the store, date and cashier behind
      *    a disputed sale come off the sale itself. A lost case is
      *    written off to chargeback-writeoffs.dat under the
      *    business date for GLEXTRACT to post. The report shows
      *    tonight's case activity, the open cases aged by store and
      *    reason code, and which cashiers' sales draw disputes -
      *    instead of finding out weeks later off the bank
      *    statement.

       environment division.
       input-output section.
       file-control.
           select dispute-input-file
               assign to "../../data/processor-disputes.dat"
               organization is line sequential
               file status is ws-dispute-status.

           select dispute-ledger-file
               assign to "../../data/dispute-ledger.dat"
               organization is indexed
               access mode is dynamic
               record key is dl-case-number
               file status is ws-ledger-status.

           select master-file
               assign to "../../data/valid-master.dat"
               organization is indexed
               access mode is random
               record key is mr-invoice-number
               alternate record key is mr-customer-id
                   with duplicates
               file status is ws-master-status.

           select archive-years-file
               assign to "../../data/archive-years.dat"
               organization is line sequential
               file status is ws-years-status.

           select archive-file
               assign to ws-archive-file-name
               organization is line sequential
               file status is ws-archive-status.

           select writeoff-file
               assign to "../../data/chargeback-writeoffs.dat"
               organization is line sequential
               file status is ws-writeoff-status.

           select dispute-report-file
               assign to "../../data/program-58-disputes.out"
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
      *The processor's dispute transmission - one line per event
      *on a case: 'O' a new dispute notice, 'P' our representment
      *received, 'W' decided in our favour, 'L' decided against
      *us. The amount and reason code ride on every line; the
      *original transaction date and card type are the
      *processor's own record of the sale.
       fd dispute-input-file
           record contains 53 characters
           data record is dispute-input-rec.

       01 dispute-input-rec.
           05 dp-event                pic x.
               88 88-dp-opened        value 'O'.
               88 88-dp-represented   value 'P'.
               88 88-dp-won           value 'W'.
               88 88-dp-lost          value 'L'.
           05 dp-case-number          pic x(12).
           05 dp-store-number         pic xx.
           05 dp-invoice-number       pic x(9).
           05 dp-trans-date           pic 9(8).
           05 dp-event-date           pic 9(8).
           05 dp-amount               pic 9(5)v99.
           05 dp-reason-code          pic x(4).
           05 dp-card-type            pic xx.

      *One record per dispute case, keyed on the processor's case
      *number - where the case stands, and the sale it was matched
      *to: 'M' on the live master, 'A' in an archive year, 'U' on
      *neither.
       fd dispute-ledger-file
           data record is dispute-ledger-rec.

       01 dispute-ledger-rec.
           05 dl-case-number          pic x(12).
           05 dl-store-number         pic xx.
           05 dl-invoice-number       pic x(9).
           05 dl-reason-code          pic x(4).
           05 dl-amount               pic 9(5)v99.
           05 dl-status               pic x.
               88 88-dl-open          value 'O'.
               88 88-dl-represented   value 'P'.
               88 88-dl-won           value 'W'.
               88 88-dl-lost          value 'L'.
           05 dl-opened-date          pic 9(8).
           05 dl-status-date          pic 9(8).
           05 dl-trans-date           pic 9(8).
           05 dl-cashier-id           pic x(4).
           05 dl-payment-type         pic xx.
           05 dl-match-source         pic x.
           05 dl-archive-year         pic 9(4).

      *One master record per invoice, same layout MASTERLOAD writes.
       fd master-file
           data record is master-rec.

       01 master-rec.
           05 mr-trans-code           pic x.
           05 mr-trans-amount         pic 9(5)v99.
           05 mr-payment-type         pic xx.
           05 mr-store-number         pic xx.
           05 mr-invoice-number       pic x(9).
           05 mr-sku-code             pic x(15).
           05 mr-trans-date           pic 9(8).
           05 mr-layaway-status       pic x.
           05 mr-cashier-id           pic x(4).
           05 mr-quantity             pic 9(3).
           05 mr-customer-id          pic x(6).
           05 mr-approver-id          pic x(4).
           05 mr-tax-exempt           pic x.
           05 mr-trans-time           pic 9(4).

      *One line per year that holds an archive, maintained by
      *MASTERARCHIVE.
       fd archive-years-file
          record contains 4 characters
          data record is archive-years-rec.

       01 archive-years-rec           pic 9(4).

      *A flat per-year archive - records MASTERARCHIVE moved off
      *the live master, in the same layout.
       fd archive-file
          record contains 67 characters
          data record is archive-master-rec.

       01 archive-master-rec          pic x(67).

      *Lost chargebacks written off, appended night after night
      *under the business date they were lost on - GLEXTRACT posts
      *the ones dated today against the card tender they came back
      *through.
       fd writeoff-file
           record contains 40 characters
           data record is writeoff-rec.

       01 writeoff-rec.
           05 cw-store-number         pic xx.
           05 cw-writeoff-date        pic 9(8).
           05 cw-case-number          pic x(12).
           05 cw-invoice-number       pic x(9).
           05 cw-payment-type         pic xx.
           05 cw-amount               pic 9(5)v99.

       fd dispute-report-file
           data record is dispute-line
           record contains 132 characters.

       01 dispute-line                 pic x(132).

      *Shared audit trail appended to by every batch program -
      *program name, run date/time, and before/after record counts.
       fd audit-trail-file
           record contains 68 characters
           data record is audit-rec.

       01 audit-rec.
           05 au-program-name         pic x(20).
           05 au-run-date             pic 9(6).
           05 au-run-time             pic 9(8).
           05 au-input-count          pic 9(7).
           05 au-output-count-1       pic 9(7).
           05 au-output-count-2       pic 9(7).
           05 au-output-count-3       pic 9(7).
           05 au-business-date        pic 9(6).

      *Business-date control card set at the top of the batch - the
      *posting date every program uses, so rerunning a prior day's
      *file posts to that day instead of the wall-clock date. A
      *missing or zero card falls back to the system date.
       fd business-date-file
          record contains 8 characters
          data record is business-date-rec.

       01 business-date-rec           pic 9(8).

       working-storage section.
       01 ws-busdate-status           pic xx.
       01 ws-business-date            pic 9(8) value 0.
       01 ws-business-date-x redefines ws-business-date.
           05 filler                  pic 99.
           05 ws-business-date-6      pic 9(6).
       01 ws-eof                      pic x value 'n'.
       01 ws-dispute-status           pic xx.
       01 ws-ledger-status            pic xx.
       01 ws-master-status            pic xx.
       01 ws-years-status             pic xx.
       01 ws-archive-status           pic xx.
       01 ws-writeoff-status          pic xx.
       01 ws-archive-file-name        pic x(44).
       01 ws-master-open              pic x value 'n'.
       01 ws-case-found               pic x value 'n'.
       01 ws-event-ok                 pic x value 'n'.
       01 ws-not-found                pic x value 'n'.
       01 ws-archive-hit-year         pic 9(4) value 0.

       01 ws-events-read              pic 9(7) value 0.
       01 ws-cases-opened             pic 9(7) value 0.
       01 ws-events-applied           pic 9(7) value 0.
       01 ws-events-rejected          pic 9(7) value 0.
       01 ws-writeoff-count           pic 9(7) value 0.
       01 ws-writeoff-total           pic 9(9)v99 value 0.

      *The years holding archives, loaded at startup - a missing
      *index just means nothing has ever been archived.
       01 ws-year-count               pic 99 value 0.
       01 ws-year-table.
           05 ws-year-entry occurs 1 to 50 times
               depending on ws-year-count
               indexed by ws-year-idx  pic 9(4).
       01 ws-scan-year-sub            pic 99 value 0.

      *Open cases - opened or represented - aged by days since the
      *notice, per store per reason code. Bucket 1 is up to 30
      *days, 2 up to 60, 3 up to 90, 4 anything older.
       01 ws-age-days                 pic 9(5) value 0.
       01 ws-bucket-sub               pic 9 value 0.
       01 ws-age-count                pic 999 value 0.
       01 ws-age-table.
           05 ws-age-entry occurs 1 to 500 times
               depending on ws-age-count
               indexed by ws-age-idx.
               10 ws-ag-store         pic xx.
               10 ws-ag-reason        pic x(4).
               10 ws-ag-bucket occurs 4 times.
                   15 ws-ag-count     pic 9(5).
                   15 ws-ag-amount    pic 9(7)v99.
       01 ws-age-found                pic x value 'n'.
       01 ws-age-entry-idx            pic 999 value 0.
       01 ws-age-swap                 pic x(62).
       01 ws-open-count               pic 9(7) value 0.
       01 ws-open-total               pic 9(9)v99 value 0.
       01 ws-line-count               pic 9(5) value 0.
       01 ws-line-amount              pic 9(7)v99 value 0.

      *Every matched case on the ledger, won, lost or still open,
      *per cashier who rang the sale.
       01 ws-cshr-count               pic 999 value 0.
       01 ws-cshr-table.
           05 ws-cshr-entry occurs 1 to 300 times
               depending on ws-cshr-count
               indexed by ws-cshr-idx.
               10 ws-cs-cashier       pic x(4).
               10 ws-cs-cases         pic 9(5).
               10 ws-cs-amount        pic 9(7)v99.
               10 ws-cs-open          pic 9(5).
               10 ws-cs-lost          pic 9(5).
               10 ws-cs-lost-amount   pic 9(7)v99.
       01 ws-cshr-found               pic x value 'n'.
       01 ws-cshr-swap                pic x(37).
       01 ws-unmatched-cases          pic 9(7) value 0.

       01 ws-sort-outer-idx           pic 999 value 0.
       01 ws-sort-inner-idx           pic 999 value 0.
       01 ws-sort-pick-idx            pic 999 value 0.
       01 ws-sub                      pic 999 value 0.

       01 ws-report-header.
           05 filler                  pic x(40)
               value "CARD DISPUTE AND CHARGEBACK LEDGER".
           05 filler                  pic x(9) value "AS OF:".
           05 ws-rh-date              pic 9(8).

       01 ws-section-line             pic x(60).

       01 ws-activity-header.
           05 filler                  pic x(12) value "EVENT".
           05 filler                  pic x(13) value "CASE".
           05 filler                  pic x(3)  value "ST".
           05 filler                  pic x(10) value "INVOICE".
           05 filler                  pic x(5)  value "RSN".
           05 filler                  pic x(11) value "   AMOUNT".
           05 filler                  pic x(6)  value "RESULT".

       01 ws-activity-line.
           05 al-event                pic x(11).
           05 filler                  pic x value space.
           05 al-case                 pic x(12).
           05 filler                  pic x value space.
           05 al-store                pic xx.
           05 filler                  pic x value space.
           05 al-invoice              pic x(9).
           05 filler                  pic x value space.
           05 al-reason               pic x(4).
           05 filler                  pic x value space.
           05 al-amount               pic $(5)9.99.
           05 filler                  pic xx value spaces.
           05 al-result               pic x(40).

       01 ws-aging-header-1.
           05 filler                  pic x(13) value spaces.
           05 filler                  pic x(16)
               value "   0-30 DAYS".
           05 filler                  pic x(16)
               value "  31-60 DAYS".
           05 filler                  pic x(16)
               value "  61-90 DAYS".
           05 filler                  pic x(16)
               value "   OVER 90".
           05 filler                  pic x(16)
               value "   ALL OPEN".

       01 ws-aging-header-2           pic x(13)
           value "ST REASON".

       01 ws-aging-line.
           05 ag-store                pic xx.
           05 filler                  pic x value space.
           05 ag-reason               pic x(4).
           05 filler                  pic x(6) value spaces.
           05 ag-cell occurs 5 times.
               10 ag-count            pic zzz9.
               10 filler              pic x value space.
               10 ag-amount           pic $(6)9.99.
               10 filler              pic x value space.

       01 ws-cashier-header.
           05 filler                  pic x(8)  value "CASHIER".
           05 filler                  pic x(5)  value "CASES".
           05 filler                  pic x(12) value "      AMOUNT".
           05 filler                  pic x(7)  value "   OPEN".
           05 filler                  pic x(7)  value "   LOST".
           05 filler                  pic x(12) value " LOST AMOUNT".

       01 ws-cashier-line.
           05 cl-cashier              pic x(4).
           05 filler                  pic x(4) value spaces.
           05 cl-cases                pic zzzz9.
           05 filler                  pic x value space.
           05 cl-amount               pic $(7)9.99.
           05 filler                  pic xx value spaces.
           05 cl-open                 pic zzzz9.
           05 filler                  pic xx value spaces.
           05 cl-lost                 pic zzzz9.
           05 filler                  pic x value space.
           05 cl-lost-amount          pic $(7)9.99.

       01 ws-summary-line.
           05 ws-sl-label             pic x(34).
           05 ws-sl-count             pic z(6)9.

       01 ws-value-line.
           05 ws-vl-label             pic x(34).
           05 ws-vl-value             pic $(9)9.99.

       01 ws-no-disputes-line         pic x(60)
           value "NO DISPUTE FILE FROM THE PROCESSOR TONIGHT".

       procedure division.
           perform 890-get-business-date.
           perform 800-load-archive-years.
           perform 810-open-files.

           open output dispute-report-file.
           move ws-business-date to ws-rh-date.
           write dispute-line from ws-report-header.

           perform 100-import-disputes.
           perform 300-scan-ledger.
           perform 400-print-aging.
           perform 500-print-cashier-summary.
           perform 600-print-summary.
           perform 900-write-audit-record.

           close dispute-ledger-file, writeoff-file.
           if ws-master-open = 'y'
               close master-file
           end-if.
           close dispute-report-file.
           move 0 to return-code.
           goback.

      *Apply tonight's dispute events to the ledger in the order
      *the processor sent them. A missing file just means the
      *processor had nothing for us tonight.
       100-import-disputes.
           move spaces to dispute-line.
           write dispute-line.
           move "TONIGHT'S DISPUTE ACTIVITY:" to ws-section-line.
           write dispute-line from ws-section-line.
           move 'n' to ws-eof.
           open input dispute-input-file.
           if ws-dispute-status not = "00"
               write dispute-line from ws-no-disputes-line
               move 'y' to ws-eof
           else
               write dispute-line from ws-activity-header
               read dispute-input-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 110-apply-one-event until ws-eof = 'y'.
           if ws-dispute-status = "00" or ws-dispute-status = "10"
               close dispute-input-file
           end-if.

      *A notice opens a case that must not already be on file;
      *every later event needs the case on file and in a state it
      *can move on from. Anything else is rejected on the report
      *and the ledger is left alone, so a retransmitted file
      *cannot write a case off twice.
       110-apply-one-event.
           add 1 to ws-events-read.
           move dp-case-number    to al-case.
           move dp-store-number   to al-store.
           move dp-invoice-number to al-invoice.
           move dp-reason-code    to al-reason.
           move dp-amount         to al-amount.
           perform 120-set-event-label.
           move dp-case-number to dl-case-number.
           read dispute-ledger-file
               invalid key move 'n' to ws-case-found
               not invalid key move 'y' to ws-case-found
           end-read.
           if 88-dp-opened
               if ws-case-found = 'y'
                   move "REJECTED - CASE ALREADY OPEN" to al-result
                   add 1 to ws-events-rejected
               else
                   perform 200-open-new-case
               end-if
           else
               if ws-case-found = 'n'
                   move "REJECTED - NO SUCH CASE ON FILE" to al-result
                   add 1 to ws-events-rejected
               else
                   perform 150-advance-case
               end-if
           end-if.
           write dispute-line from ws-activity-line.
           read dispute-input-file
               at end move 'y' to ws-eof.

       120-set-event-label.
           if 88-dp-opened
               move "OPENED" to al-event
           else
           if 88-dp-represented
               move "REPRESENTED" to al-event
           else
           if 88-dp-won
               move "WON" to al-event
           else
           if 88-dp-lost
               move "LOST" to al-event
           else
               move dp-event to al-event
           end-if
           end-if
           end-if
           end-if.

      *Representment follows an open case; a decision either way
      *follows an open or represented one. A decided case is
      *closed for good.
       150-advance-case.
           move 'n' to ws-event-ok.
           if 88-dp-represented and 88-dl-open
               move 'y' to ws-event-ok
           end-if.
           if (88-dp-won or 88-dp-lost)
             and (88-dl-open or 88-dl-represented)
               move 'y' to ws-event-ok
           end-if.
           if ws-event-ok = 'n'
               move "REJECTED - CASE NOT IN A STATE TO MOVE ON"
                   to al-result
               add 1 to ws-events-rejected
           else
               move dp-event      to dl-status
               move dp-event-date to dl-status-date
               rewrite dispute-ledger-rec
               add 1 to ws-events-applied
               move "APPLIED" to al-result
               if 88-dp-lost
                   perform 250-write-off-case
                   move "APPLIED - WRITTEN OFF" to al-result
               end-if
           end-if.

      *A new case, matched to the sale it disputes. The sale's own
      *store, date and cashier go on the ledger when it is found;
      *otherwise the processor's figures stand and the case is
      *flagged as not on file.
       200-open-new-case.
           perform 210-match-invoice.
           move dp-case-number    to dl-case-number.
           move dp-invoice-number to dl-invoice-number.
           move dp-reason-code    to dl-reason-code.
           move dp-amount         to dl-amount.
           move 'O'               to dl-status.
           move dp-event-date     to dl-opened-date.
           move dp-event-date     to dl-status-date.
           move dp-card-type      to dl-payment-type.
           move ws-archive-hit-year to dl-archive-year.
           if ws-not-found = 'y'
               move 'U'             to dl-match-source
               move dp-store-number to dl-store-number
               move dp-trans-date   to dl-trans-date
               move spaces          to dl-cashier-id
               move "OPENED - SALE NOT ON MASTER OR ARCHIVE"
                   to al-result
           else
               move mr-store-number to dl-store-number
               move mr-trans-date   to dl-trans-date
               move mr-cashier-id   to dl-cashier-id
               move mr-store-number to al-store
               if ws-archive-hit-year > 0
                   move 'A' to dl-match-source
                   move "OPENED - MATCHED IN ARCHIVE" to al-result
               else
                   move 'M' to dl-match-source
                   move "OPENED - MATCHED ON MASTER" to al-result
               end-if
           end-if.
           write dispute-ledger-rec.
           add 1 to ws-cases-opened.

      *Direct read by key against the live master, then the
      *archives - the lookup MASTERLOOKUP does for the operator.
       210-match-invoice.
           move 0 to ws-archive-hit-year.
           move 'y' to ws-not-found.
           if ws-master-open = 'y'
               move dp-invoice-number to mr-invoice-number
               read master-file
                   invalid key move 'y' to ws-not-found
                   not invalid key move 'n' to ws-not-found
               end-read
           end-if.
           if ws-not-found = 'y'
               perform 220-search-archives
           end-if.

       220-search-archives.
           perform 230-search-one-archive
               varying ws-scan-year-sub from 1 by 1
               until ws-scan-year-sub > ws-year-count
                  or ws-not-found = 'n'.

       230-search-one-archive.
           move spaces to ws-archive-file-name.
           string "../../data/valid-master-arch-" delimited by size
                  ws-year-entry(ws-scan-year-sub) delimited by size
                  ".dat" delimited by size
               into ws-archive-file-name.
           move 'n' to ws-eof.
           open input archive-file.
           if ws-archive-status not = "00"
               move 'y' to ws-eof
           else
               read archive-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 240-scan-one-archive-rec until ws-eof = 'y'.
           if ws-archive-status = "00" or ws-archive-status = "10"
               close archive-file
           end-if.
      *The archive scan shares ws-eof with the dispute file it was
      *called from, which is still being read.
           move 'n' to ws-eof.

       240-scan-one-archive-rec.
           move archive-master-rec to master-rec.
           if mr-invoice-number = dp-invoice-number
               move 'n' to ws-not-found
               move ws-year-entry(ws-scan-year-sub)
                   to ws-archive-hit-year
               move 'y' to ws-eof
           else
               read archive-file
                   at end move 'y' to ws-eof
           end-if.

      *A lost case is money the processor has taken back for good -
      *write it off under tonight's business date.
       250-write-off-case.
           move dl-store-number   to cw-store-number.
           move ws-business-date  to cw-writeoff-date.
           move dl-case-number    to cw-case-number.
           move dl-invoice-number to cw-invoice-number.
           move dl-payment-type   to cw-payment-type.
           move dl-amount         to cw-amount.
           write writeoff-rec.
           add 1 to ws-writeoff-count.
           add dl-amount to ws-writeoff-total.

      *Walk the whole ledger once, building the aging table from
      *the cases still open and the cashier table from every case
      *matched to a sale.
       300-scan-ledger.
           move 'n' to ws-eof.
           move low-values to dl-case-number.
           start dispute-ledger-file key >= dl-case-number
               invalid key move 'y' to ws-eof
           end-start.
           if ws-eof = 'n'
               read dispute-ledger-file next
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 310-tally-one-case until ws-eof = 'y'.

       310-tally-one-case.
           if 88-dl-open or 88-dl-represented
               perform 320-age-open-case
           end-if.
           if dl-cashier-id = spaces
               add 1 to ws-unmatched-cases
           else
               perform 340-tally-cashier
           end-if.
           read dispute-ledger-file next
               at end move 'y' to ws-eof.

       320-age-open-case.
           add 1 to ws-open-count.
           add dl-amount to ws-open-total.
           compute ws-age-days =
               function integer-of-date(ws-business-date) -
               function integer-of-date(dl-opened-date).
           if ws-age-days <= 30
               move 1 to ws-bucket-sub
           else
           if ws-age-days <= 60
               move 2 to ws-bucket-sub
           else
           if ws-age-days <= 90
               move 3 to ws-bucket-sub
           else
               move 4 to ws-bucket-sub
           end-if
           end-if
           end-if.
           move 'n' to ws-age-found.
           perform 330-search-age-entry
               varying ws-age-idx from 1 by 1
               until ws-age-idx > ws-age-count
                  or ws-age-found = 'y'.
           if ws-age-found = 'n' and ws-age-count < 500
               add 1 to ws-age-count
               move ws-age-count to ws-age-entry-idx
               move dl-store-number to ws-ag-store(ws-age-count)
               move dl-reason-code  to ws-ag-reason(ws-age-count)
               perform 335-zero-age-bucket
                   varying ws-sub from 1 by 1
                   until ws-sub > 4
               move 'y' to ws-age-found
           end-if.
           if ws-age-found = 'y'
               add 1 to ws-ag-count(ws-age-entry-idx ws-bucket-sub)
               add dl-amount
                   to ws-ag-amount(ws-age-entry-idx ws-bucket-sub)
           end-if.

       330-search-age-entry.
           if dl-store-number = ws-ag-store(ws-age-idx)
             and dl-reason-code = ws-ag-reason(ws-age-idx)
               move 'y' to ws-age-found
               set ws-age-entry-idx to ws-age-idx
           end-if.

       335-zero-age-bucket.
           move 0 to ws-ag-count(ws-age-count ws-sub).
           move 0 to ws-ag-amount(ws-age-count ws-sub).

       340-tally-cashier.
           move 'n' to ws-cshr-found.
           perform 345-search-cashier-entry
               varying ws-cshr-idx from 1 by 1
               until ws-cshr-idx > ws-cshr-count
                  or ws-cshr-found = 'y'.
           if ws-cshr-found = 'n' and ws-cshr-count < 300
               add 1 to ws-cshr-count
               set ws-cshr-idx to ws-cshr-count
               move dl-cashier-id to ws-cs-cashier(ws-cshr-idx)
               move 0 to ws-cs-cases(ws-cshr-idx)
               move 0 to ws-cs-amount(ws-cshr-idx)
               move 0 to ws-cs-open(ws-cshr-idx)
               move 0 to ws-cs-lost(ws-cshr-idx)
               move 0 to ws-cs-lost-amount(ws-cshr-idx)
               perform 346-add-to-cashier
           end-if.

       345-search-cashier-entry.
           if dl-cashier-id = ws-cs-cashier(ws-cshr-idx)
               move 'y' to ws-cshr-found
               perform 346-add-to-cashier
           end-if.

       346-add-to-cashier.
           add 1 to ws-cs-cases(ws-cshr-idx).
           add dl-amount to ws-cs-amount(ws-cshr-idx).
           if 88-dl-open or 88-dl-represented
               add 1 to ws-cs-open(ws-cshr-idx)
           end-if.
           if 88-dl-lost
               add 1 to ws-cs-lost(ws-cshr-idx)
               add dl-amount to ws-cs-lost-amount(ws-cshr-idx)
           end-if.

      *Open cases by store and reason code, oldest money to the
      *right, with the store/reason's whole open figure at the end.
       400-print-aging.
           perform 410-sort-age-pass
               varying ws-sort-outer-idx from 1 by 1
               until ws-sort-outer-idx > ws-age-count.
           move spaces to dispute-line.
           write dispute-line.
           move "OPEN DISPUTES AGED BY STORE AND REASON CODE:"
               to ws-section-line.
           write dispute-line from ws-section-line.
           write dispute-line from ws-aging-header-1.
           write dispute-line from ws-aging-header-2.
           perform 420-print-one-age-line
               varying ws-age-idx from 1 by 1
               until ws-age-idx > ws-age-count.

       410-sort-age-pass.
           move ws-sort-outer-idx to ws-sort-pick-idx.
           perform 411-find-lowest-age
               varying ws-sort-inner-idx from ws-sort-outer-idx by 1
               until ws-sort-inner-idx > ws-age-count.
           if ws-sort-pick-idx not = ws-sort-outer-idx
               move ws-age-entry(ws-sort-outer-idx) to ws-age-swap
               move ws-age-entry(ws-sort-pick-idx)
                   to ws-age-entry(ws-sort-outer-idx)
               move ws-age-swap to ws-age-entry(ws-sort-pick-idx)
           end-if.

       411-find-lowest-age.
           if ws-ag-store(ws-sort-inner-idx)
                 < ws-ag-store(ws-sort-pick-idx)
             or (ws-ag-store(ws-sort-inner-idx)
                 = ws-ag-store(ws-sort-pick-idx)
             and ws-ag-reason(ws-sort-inner-idx)
                 < ws-ag-reason(ws-sort-pick-idx))
               move ws-sort-inner-idx to ws-sort-pick-idx
           end-if.

       420-print-one-age-line.
           move ws-ag-store(ws-age-idx)  to ag-store.
           move ws-ag-reason(ws-age-idx) to ag-reason.
           move 0 to ws-line-count.
           move 0 to ws-line-amount.
           perform 421-fill-age-cell
               varying ws-sub from 1 by 1
               until ws-sub > 4.
           move ws-line-count  to ag-count(5).
           move ws-line-amount to ag-amount(5).
           write dispute-line from ws-aging-line.

       421-fill-age-cell.
           move ws-ag-count(ws-age-idx ws-sub)  to ag-count(ws-sub).
           move ws-ag-amount(ws-age-idx ws-sub) to ag-amount(ws-sub).
           add ws-ag-count(ws-age-idx ws-sub)  to ws-line-count.
           add ws-ag-amount(ws-age-idx ws-sub) to ws-line-amount.

      *Cashiers whose sales draw disputes, most cases first.
       500-print-cashier-summary.
           perform 510-sort-cashier-pass
               varying ws-sort-outer-idx from 1 by 1
               until ws-sort-outer-idx > ws-cshr-count.
           move spaces to dispute-line.
           write dispute-line.
           move "DISPUTES BY CASHIER WHO RANG THE SALE:"
               to ws-section-line.
           write dispute-line from ws-section-line.
           write dispute-line from ws-cashier-header.
           perform 520-print-one-cashier
               varying ws-cshr-idx from 1 by 1
               until ws-cshr-idx > ws-cshr-count.

       510-sort-cashier-pass.
           move ws-sort-outer-idx to ws-sort-pick-idx.
           perform 511-find-most-cases
               varying ws-sort-inner-idx from ws-sort-outer-idx by 1
               until ws-sort-inner-idx > ws-cshr-count.
           if ws-sort-pick-idx not = ws-sort-outer-idx
               move ws-cshr-entry(ws-sort-outer-idx) to ws-cshr-swap
               move ws-cshr-entry(ws-sort-pick-idx)
                   to ws-cshr-entry(ws-sort-outer-idx)
               move ws-cshr-swap to ws-cshr-entry(ws-sort-pick-idx)
           end-if.

       511-find-most-cases.
           if ws-cs-cases(ws-sort-inner-idx)
                 > ws-cs-cases(ws-sort-pick-idx)
               move ws-sort-inner-idx to ws-sort-pick-idx
           end-if.

       520-print-one-cashier.
           move ws-cs-cashier(ws-cshr-idx)     to cl-cashier.
           move ws-cs-cases(ws-cshr-idx)       to cl-cases.
           move ws-cs-amount(ws-cshr-idx)      to cl-amount.
           move ws-cs-open(ws-cshr-idx)        to cl-open.
           move ws-cs-lost(ws-cshr-idx)        to cl-lost.
           move ws-cs-lost-amount(ws-cshr-idx) to cl-lost-amount.
           write dispute-line from ws-cashier-line.

       600-print-summary.
           move spaces to dispute-line.
           write dispute-line.
           move "DISPUTE EVENTS READ:"           to ws-sl-label.
           move ws-events-read                   to ws-sl-count.
           write dispute-line from ws-summary-line.
           move "NEW CASES OPENED:"              to ws-sl-label.
           move ws-cases-opened                  to ws-sl-count.
           write dispute-line from ws-summary-line.
           move "EVENTS APPLIED TO OPEN CASES:"  to ws-sl-label.
           move ws-events-applied                to ws-sl-count.
           write dispute-line from ws-summary-line.
           move "EVENTS REJECTED:"               to ws-sl-label.
           move ws-events-rejected               to ws-sl-count.
           write dispute-line from ws-summary-line.
           move "CASES LOST AND WRITTEN OFF:"    to ws-sl-label.
           move ws-writeoff-count                to ws-sl-count.
           write dispute-line from ws-summary-line.
           move "WRITTEN OFF TONIGHT:"           to ws-vl-label.
           move ws-writeoff-total                to ws-vl-value.
           write dispute-line from ws-value-line.
           move "CASES STILL OPEN:"              to ws-sl-label.
           move ws-open-count                    to ws-sl-count.
           write dispute-line from ws-summary-line.
           move "OPEN DISPUTED AMOUNT:"          to ws-vl-label.
           move ws-open-total                    to ws-vl-value.
           write dispute-line from ws-value-line.
           move "CASES NOT MATCHED TO A SALE:"   to ws-sl-label.
           move ws-unmatched-cases               to ws-sl-count.
           write dispute-line from ws-summary-line.

      *Load the archive-year index once at startup.
       800-load-archive-years.
           move 0 to ws-year-count.
           open input archive-years-file.
           if ws-years-status = "00"
               read archive-years-file
                   at end move high-values to archive-years-rec
               end-read
               perform until archive-years-rec = high-values
                   if ws-year-count < 50
                       add 1 to ws-year-count
                       move archive-years-rec
                           to ws-year-entry(ws-year-count)
                   end-if
                   read archive-years-file
                       at end move high-values to archive-years-rec
                   end-read
               end-perform
               close archive-years-file
           end-if.

      *Open the dispute ledger for update, creating it empty on the
      *very first run, and the write-off file for append. A missing
      *master just means every new case is looked for in the
      *archives alone.
       810-open-files.
           open i-o dispute-ledger-file.
           if ws-ledger-status not equal to "00"
               open output dispute-ledger-file
               close dispute-ledger-file
               open i-o dispute-ledger-file
           end-if.
           open extend writeoff-file.
           if ws-writeoff-status not = "00"
               open output writeoff-file
           end-if.
           open input master-file.
           if ws-master-status = "00"
               move 'y' to ws-master-open
           end-if.

      *Append one line to the shared audit trail recording the
      *program name, when it ran, and how many dispute events it
      *read versus cases opened, events applied and write-offs.
       900-write-audit-record.
           move "DISPUTES"               to au-program-name.
           accept au-run-date            from date.
           accept au-run-time            from time.
           move ws-business-date-6       to au-business-date.
           move ws-events-read           to au-input-count.
           move ws-cases-opened          to au-output-count-1.
           move ws-events-applied        to au-output-count-2.
           move ws-writeoff-count        to au-output-count-3.
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

       end program DISPUTES.
