       identification division.
       program-id. CYCLECOUNT.
       author. Group8.
       date-written. 2026-10-15.
      *Description:
      *    Physical / cycle count import. Loads the shelf counts the
      *    stores send in (store, SKU, counted units, count date,
      *    and the manager who approved the count), works out what
      *    the book said the shelf held on the count date - today's
      *    on-hand position less every movement in the history
      *    dated after the count - and prints the variance by store,
      *    department and SKU, valued at the position's average
      *    cost, with a shrink percentage per store. An approved
      *    count posts its adjustment straight to the position
      *    file and the movement history, and onto the dated
      *    count-adjustments file GLEXTRACT picks up, instead of
      *    somebody keying 'D' adjustments one at a time. A count
      *    not yet approved stays on the count file for the next
      *    run; a posted one comes off it.

       environment division.
       input-output section.
       file-control.
           select count-file
               assign to "../../data/cycle-count.dat"
               organization is line sequential
               file status is ws-count-status.

           select onhand-position-file
               assign to "../../data/onhand-position.dat"
               organization is indexed
               access mode is dynamic
               record key is oh-key
               file status is ws-position-status.

           select movement-history-file
               assign to "../../data/onhand-history.dat"
               organization is line sequential
               file status is ws-history-status.

           select count-adjust-file
               assign to "../../data/count-adjustments.dat"
               organization is line sequential
               file status is ws-adjust-status.

           select sku-master-file
               assign to "../../data/sku-master.dat"
               organization is line sequential
               file status is ws-sku-master-status.

           select approver-table-file
               assign to "../../data/approver-table.dat"
               organization is line sequential
               file status is ws-approver-status.

           select count-report-file
               assign to "../../data/program-49-cyclecount.out"
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
      *One shelf count per line. The approver is blank until a
      *manager has signed the count off.
       fd count-file
           data record is count-rec
           record contains 34 characters.

       01 count-rec.
           05 cc-store-number         pic xx.
           05 cc-sku-code             pic x(15).
           05 cc-counted-units        pic 9(5).
           05 cc-count-date           pic 9(8).
           05 cc-approver-id          pic x(4).

      *One position record per store per SKU, same layout
      *ONHANDLEDGER keeps.
       fd onhand-position-file
           data record is onhand-rec.

       01 onhand-rec.
           05 oh-key.
               10 oh-store-number     pic xx.
               10 oh-sku-code         pic x(15).
           05 oh-on-hand              pic s9(7).
           05 oh-received-to-date     pic 9(9).
           05 oh-sold-to-date         pic 9(9).
           05 oh-returned-to-date     pic 9(9).
           05 oh-last-movement-date   pic 9(8).
           05 oh-avg-unit-cost        pic 9(5)v9999.

      *One line per unit movement ONHANDLEDGER has posted.
       fd movement-history-file
           data record is movement-history-rec
           record contains 31 characters.

       01 movement-history-rec.
           05 mh-store-number         pic xx.
           05 mh-sku-code             pic x(15).
           05 mh-trans-date           pic 9(8).
           05 mh-units                pic s9(5)
                                      sign leading separate.

      *Costed count adjustments, in the cost-of-sales layout - 'D'
      *a shortage written off, 'U' an overage put back - dated the
      *day they were posted.
       fd count-adjust-file
           data record is count-adjust-rec
           record contains 63 characters.

       01 count-adjust-rec.
           05 ca-trans-code           pic x.
           05 ca-store-number         pic xx.
           05 ca-sku-code             pic x(15).
           05 ca-trans-date           pic 9(8).
           05 ca-invoice-number       pic x(9).
           05 ca-quantity             pic 9(3).
           05 ca-revenue              pic 9(5)v99.
           05 ca-unit-cost            pic 9(5)v9999.
           05 ca-extended-cost        pic 9(7)v99.

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

      *Managers allowed to sign off a count.
       fd approver-table-file
          record contains 4 characters
          data record is approver-table-rec.

       01 approver-table-rec          pic x(4).

       fd count-report-file
           data record is count-line
           record contains 100 characters.

       01 count-line                  pic x(100).

      *Shared audit trail appended to by every batch program -
      *program name, run date/time, and before/after record counts.
       fd audit-trail-file
           data record is audit-rec
           record contains 68 characters.

       01 audit-rec.
           05 au-program-name          pic x(20).
           05 au-run-date              pic 9(6).
           05 au-run-time              pic 9(8).
           05 au-input-count           pic 9(7).
           05 au-output-count-1        pic 9(7).
           05 au-output-count-2        pic 9(7).
           05 au-output-count-3        pic 9(7).
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
       01 ws-eof                       pic x value 'n'.
       01 ws-count-status              pic xx.
       01 ws-position-status           pic xx.
       01 ws-history-status            pic xx.
       01 ws-adjust-status             pic xx.
       01 ws-sku-master-status         pic xx.
       01 ws-approver-status           pic xx.
       01 ws-counts-read               pic 9(7) value 0.
       01 ws-counts-posted             pic 9(7) value 0.
       01 ws-counts-pending            pic 9(7) value 0.

      *SKU-to-department map loaded from sku-master.dat.
       01 ws-map-count                 pic 9(4) value 0.
       01 ws-map-table.
           05 ws-map-entry occurs 1 to 2000 times
               depending on ws-map-count
               indexed by ws-map-idx.
               10 ws-map-sku           pic x(15).
               10 ws-map-dept          pic x(3).
       01 ws-map-match                 pic x(3).

      *Approver ids loaded from approver-table.dat.
       01 ws-approver-count            pic 999 value 0.
       01 ws-approver-table.
           05 ws-approver-entry occurs 1 to 200 times
               depending on ws-approver-count
               indexed by ws-ap-idx.
               10 ws-ap-id             pic x(4).
       01 ws-approver-found            pic x value 'n'.

      *Set when the count file holds more lines than the table -
      *the run stops before posting, since the rewrite would drop
      *the lines left out.
       01 ws-ct-overflow               pic x value 'n'.

      *The counts on file, with the book figure, variance and cost
      *worked out for each. Status 'P' posts tonight, 'W' waits
      *for approval, 'B' names an approver not on the table and
      *waits too.
       01 ws-ct-count                  pic 9(4) value 0.
       01 ws-count-table.
           05 ws-ct-entry occurs 1 to 2000 times
               depending on ws-ct-count
               indexed by ws-ct-idx.
               10 ws-ct-store          pic xx.
               10 ws-ct-sku            pic x(15).
               10 ws-ct-counted        pic 9(5).
               10 ws-ct-count-date     pic 9(8).
               10 ws-ct-approver       pic x(4).
               10 ws-ct-dept           pic x(3).
               10 ws-ct-book           pic s9(7).
               10 ws-ct-unit-cost      pic 9(5)v9999.
               10 ws-ct-variance       pic s9(7).
               10 ws-ct-value          pic s9(9)v99.
               10 ws-ct-status         pic x.
                   88 ws-ct-posting    value 'P'.
                   88 ws-ct-waiting    value 'W'.
                   88 ws-ct-bad-approver value 'B'.

      *Distinct stores and departments in the count, in the order
      *first seen, to walk the report by.
       01 ws-rs-count                  pic 99 value 0.
       01 ws-report-stores.
           05 ws-rs-store occurs 1 to 50 times
               depending on ws-rs-count
               indexed by ws-rs-idx        pic xx.
       01 ws-rd-count                  pic 99 value 0.
       01 ws-report-depts.
           05 ws-rd-dept occurs 1 to 50 times
               depending on ws-rd-count
               indexed by ws-rd-idx        pic x(3).
       01 ws-list-found                pic x value 'n'.

      *Subtotals for the department and store being printed.
       01 ws-dept-lines                pic 9(5) value 0.
       01 ws-dept-variance             pic s9(7) value 0.
       01 ws-dept-value                pic s9(9)v99 value 0.
       01 ws-store-variance            pic s9(7) value 0.
       01 ws-store-value               pic s9(9)v99 value 0.
       01 ws-store-book-value          pic s9(9)v99 value 0.
       01 ws-shrink-pct                pic s9(5)v99 value 0.

      *Scratch for the adjustment being posted.
       01 ws-adjust-units              pic 9(7) value 0.
       01 ws-adjust-line-units         pic 9(3) value 0.

       01 ws-report-header.
           05 filler                   pic x(40)
               value "CYCLE COUNT VARIANCE REPORT".
           05 filler                   pic x(9) value "AS OF:".
           05 ws-rh-date               pic 9(8).

       01 ws-store-title.
           05 filler                   pic x(6) value "STORE ".
           05 ws-st-store              pic xx.

       01 ws-detail-header.
           05 filler                   pic x(40)
              value "Dept SKU             CountDate    Book".
           05 filler                   pic x(50)
              value " Counted Variance  UnitCost    VarValue Status".

       01 ws-detail-line.
           05 ws-dl-dept               pic x(3).
           05 filler                   pic x(2).
           05 ws-dl-sku                pic x(15).
           05 filler                   pic x(1).
           05 ws-dl-count-date         pic 9(8).
           05 filler                   pic x(1).
           05 ws-dl-book               pic -(6)9.
           05 filler                   pic x(1).
           05 ws-dl-counted            pic z(6)9.
           05 filler                   pic x(1).
           05 ws-dl-variance           pic -(7)9.
           05 filler                   pic x(1).
           05 ws-dl-unit-cost          pic z(4)9.9999.
           05 filler                   pic x(1).
           05 ws-dl-value              pic -(7)9.99.
           05 filler                   pic x(1).
           05 ws-dl-status             pic x(8).

       01 ws-dept-total-line.
           05 filler                   pic x(5) value spaces.
           05 filler                   pic x(5) value "DEPT ".
           05 ws-dt-dept               pic x(3).
           05 filler                   pic x(30) value " TOTAL".
           05 ws-dt-variance           pic -(7)9.
           05 filler                   pic x(12) value spaces.
           05 ws-dt-value              pic -(7)9.99.

       01 ws-store-total-line.
           05 filler                   pic x(6) value "STORE ".
           05 ws-stl-store             pic xx.
           05 filler                   pic x(35) value " TOTAL".
           05 ws-stl-variance          pic -(7)9.
           05 filler                   pic x(12) value spaces.
           05 ws-stl-value             pic -(7)9.99.

       01 ws-shrink-line.
           05 filler                   pic x(6) value "STORE ".
           05 ws-sh-store              pic xx.
           05 filler                   pic x(26)
               value " BOOK VALUE COUNTED:".
           05 ws-sh-book-value         pic -(8)9.99.
           05 filler                   pic x(10) value "  SHRINK%:".
           05 ws-sh-pct                pic -(4)9.99.

       01 ws-summary-line.
           05 ws-sl-label              pic x(30).
           05 ws-sl-count              pic z(6)9.

       procedure division.
           perform 890-get-business-date.
           perform 800-load-sku-master.
           perform 810-load-approver-table.
           perform 820-open-position-file.
           perform 100-load-count-file.
           if ws-ct-overflow = 'y'
               display "CYCLECOUNT: COUNT FILE OVER 2000 LINES - "
                   "NOTHING POSTED"
               close onhand-position-file
               move 16 to return-code
           else
               perform 200-take-book-positions
               perform 300-back-out-later-movement
               perform 400-work-out-variances
               perform 500-print-variance-report
               perform 600-post-approved-counts
               perform 700-rewrite-count-file
               perform 900-write-audit-record
               close onhand-position-file
               move 0 to return-code
           end-if.
           goback.

      *A missing count file just means no store has counted.
       100-load-count-file.
           move 'n' to ws-eof.
           open input count-file.
           if ws-count-status not = "00"
               move 'y' to ws-eof
           else
               read count-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 110-load-one-count until ws-eof = 'y'.
           if ws-count-status = "00" or ws-count-status = "10"
               close count-file
           end-if.

       110-load-one-count.
           add 1 to ws-counts-read.
           if ws-ct-count < 2000
               add 1 to ws-ct-count
               move cc-store-number  to ws-ct-store(ws-ct-count)
               move cc-sku-code      to ws-ct-sku(ws-ct-count)
               move cc-counted-units to ws-ct-counted(ws-ct-count)
               move cc-count-date    to ws-ct-count-date(ws-ct-count)
               move cc-approver-id   to ws-ct-approver(ws-ct-count)
               perform 120-lookup-department
               move ws-map-match     to ws-ct-dept(ws-ct-count)
               perform 130-check-approval
               move 0 to ws-ct-book(ws-ct-count)
               move 0 to ws-ct-unit-cost(ws-ct-count)
               move 0 to ws-ct-variance(ws-ct-count)
               move 0 to ws-ct-value(ws-ct-count)
               perform 140-note-report-keys
           else
               move 'y' to ws-ct-overflow
           end-if.
           read count-file
               at end move 'y' to ws-eof.

      *A SKU with no master row counts under department UNK.
       120-lookup-department.
           move "UNK" to ws-map-match.
           perform 121-search-map-table
               varying ws-map-idx from 1 by 1
               until ws-map-idx > ws-map-count.

       121-search-map-table.
           if cc-sku-code = ws-map-sku(ws-map-idx)
               move ws-map-dept(ws-map-idx) to ws-map-match
           end-if.

      *Only a count signed off by a manager on the approver table
      *posts; one with no approver yet waits, and one naming an
      *approver nobody recognizes waits and says so.
       130-check-approval.
           if cc-approver-id = spaces
               move 'W' to ws-ct-status(ws-ct-count)
           else
               move 'n' to ws-approver-found
               perform 131-search-approver-table
                   varying ws-ap-idx from 1 by 1
                   until ws-ap-idx > ws-approver-count
               if ws-approver-found = 'y'
                   move 'P' to ws-ct-status(ws-ct-count)
               else
                   move 'B' to ws-ct-status(ws-ct-count)
               end-if
           end-if.

       131-search-approver-table.
           if cc-approver-id = ws-ap-id(ws-ap-idx)
               move 'y' to ws-approver-found
           end-if.

       140-note-report-keys.
           move 'n' to ws-list-found.
           perform 141-search-report-stores
               varying ws-rs-idx from 1 by 1
               until ws-rs-idx > ws-rs-count.
           if ws-list-found = 'n' and ws-rs-count < 50
               add 1 to ws-rs-count
               move cc-store-number to ws-rs-store(ws-rs-count)
           end-if.
           move 'n' to ws-list-found.
           perform 142-search-report-depts
               varying ws-rd-idx from 1 by 1
               until ws-rd-idx > ws-rd-count.
           if ws-list-found = 'n' and ws-rd-count < 50
               add 1 to ws-rd-count
               move ws-map-match to ws-rd-dept(ws-rd-count)
           end-if.

       141-search-report-stores.
           if cc-store-number = ws-rs-store(ws-rs-idx)
               move 'y' to ws-list-found
           end-if.

       142-search-report-depts.
           if ws-map-match = ws-rd-dept(ws-rd-idx)
               move 'y' to ws-list-found
           end-if.

      *Start every count from the position as it stands tonight.
      *A store/SKU with no position has never moved - a book of
      *zero at no cost.
       200-take-book-positions.
           perform 210-take-one-book-position
               varying ws-ct-idx from 1 by 1
               until ws-ct-idx > ws-ct-count.

       210-take-one-book-position.
           move ws-ct-store(ws-ct-idx) to oh-store-number.
           move ws-ct-sku(ws-ct-idx)   to oh-sku-code.
           read onhand-position-file
               invalid key
                   move 0 to ws-ct-book(ws-ct-idx)
                   move 0 to ws-ct-unit-cost(ws-ct-idx)
               not invalid key
                   move oh-on-hand       to ws-ct-book(ws-ct-idx)
                   move oh-avg-unit-cost to ws-ct-unit-cost(ws-ct-idx)
           end-read.

      *Wind each book figure back to its count date - every
      *movement in the history dated after the count is taken
      *back out.
       300-back-out-later-movement.
           move 'n' to ws-eof.
           open input movement-history-file.
           if ws-history-status not = "00"
               move 'y' to ws-eof
           else
               read movement-history-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 310-back-out-one-movement until ws-eof = 'y'.
           if ws-history-status = "00" or ws-history-status = "10"
               close movement-history-file
           end-if.

       310-back-out-one-movement.
           perform 311-match-one-count
               varying ws-ct-idx from 1 by 1
               until ws-ct-idx > ws-ct-count.
           read movement-history-file
               at end move 'y' to ws-eof.

       311-match-one-count.
           if mh-store-number = ws-ct-store(ws-ct-idx)
             and mh-sku-code = ws-ct-sku(ws-ct-idx)
             and mh-trans-date > ws-ct-count-date(ws-ct-idx)
               subtract mh-units from ws-ct-book(ws-ct-idx)
           end-if.

      *Over is positive, short negative, valued at the average.
       400-work-out-variances.
           perform 410-work-out-one-variance
               varying ws-ct-idx from 1 by 1
               until ws-ct-idx > ws-ct-count.

       410-work-out-one-variance.
           compute ws-ct-variance(ws-ct-idx) =
               ws-ct-counted(ws-ct-idx) - ws-ct-book(ws-ct-idx).
           compute ws-ct-value(ws-ct-idx) rounded =
               ws-ct-variance(ws-ct-idx) * ws-ct-unit-cost(ws-ct-idx).

      *Store by store, department by department within the store,
      *with a shrink percentage at each store's foot - the net
      *shortage at cost against the book value of what was
      *counted.
       500-print-variance-report.
           open output count-report-file.
           move ws-business-date to ws-rh-date.
           write count-line from ws-report-header.
           perform 510-print-one-store
               varying ws-rs-idx from 1 by 1
               until ws-rs-idx > ws-rs-count.
           move spaces to count-line.
           write count-line.
           move "COUNT LINES READ:"          to ws-sl-label.
           move ws-counts-read               to ws-sl-count.
           write count-line from ws-summary-line.
           move "APPROVED AND POSTED:"       to ws-sl-label.
           move ws-counts-posted             to ws-sl-count.
           write count-line from ws-summary-line.
           move "WAITING FOR APPROVAL:"      to ws-sl-label.
           move ws-counts-pending            to ws-sl-count.
           write count-line from ws-summary-line.
           close count-report-file.

       510-print-one-store.
           move 0 to ws-store-variance.
           move 0 to ws-store-value.
           move 0 to ws-store-book-value.
           move spaces to count-line.
           write count-line.
           move ws-rs-store(ws-rs-idx) to ws-st-store.
           write count-line from ws-store-title.
           write count-line from ws-detail-header.
           perform 520-print-one-dept
               varying ws-rd-idx from 1 by 1
               until ws-rd-idx > ws-rd-count.
           move ws-rs-store(ws-rs-idx) to ws-stl-store.
           move ws-store-variance      to ws-stl-variance.
           move ws-store-value         to ws-stl-value.
           write count-line from ws-store-total-line.
           if ws-store-book-value = 0
               move 0 to ws-shrink-pct
           else
               compute ws-shrink-pct rounded =
                   (0 - ws-store-value) * 100 / ws-store-book-value
           end-if.
           move ws-rs-store(ws-rs-idx) to ws-sh-store.
           move ws-store-book-value    to ws-sh-book-value.
           move ws-shrink-pct          to ws-sh-pct.
           write count-line from ws-shrink-line.

       520-print-one-dept.
           move 0 to ws-dept-lines.
           move 0 to ws-dept-variance.
           move 0 to ws-dept-value.
           perform 530-print-one-count
               varying ws-ct-idx from 1 by 1
               until ws-ct-idx > ws-ct-count.
           if ws-dept-lines > 0
               move ws-rd-dept(ws-rd-idx) to ws-dt-dept
               move ws-dept-variance      to ws-dt-variance
               move ws-dept-value         to ws-dt-value
               write count-line from ws-dept-total-line
           end-if.

       530-print-one-count.
           if ws-ct-store(ws-ct-idx) = ws-rs-store(ws-rs-idx)
             and ws-ct-dept(ws-ct-idx) = ws-rd-dept(ws-rd-idx)
               add 1 to ws-dept-lines
               add ws-ct-variance(ws-ct-idx) to ws-dept-variance
               add ws-ct-value(ws-ct-idx)    to ws-dept-value
               add ws-ct-variance(ws-ct-idx) to ws-store-variance
               add ws-ct-value(ws-ct-idx)    to ws-store-value
               if ws-ct-book(ws-ct-idx) > 0
                   compute ws-store-book-value rounded =
                       ws-store-book-value
                       + (ws-ct-book(ws-ct-idx)
                          * ws-ct-unit-cost(ws-ct-idx))
               end-if
               move ws-ct-dept(ws-ct-idx)       to ws-dl-dept
               move ws-ct-sku(ws-ct-idx)        to ws-dl-sku
               move ws-ct-count-date(ws-ct-idx) to ws-dl-count-date
               move ws-ct-book(ws-ct-idx)       to ws-dl-book
               move ws-ct-counted(ws-ct-idx)    to ws-dl-counted
               move ws-ct-variance(ws-ct-idx)   to ws-dl-variance
               move ws-ct-unit-cost(ws-ct-idx)  to ws-dl-unit-cost
               move ws-ct-value(ws-ct-idx)      to ws-dl-value
               if ws-ct-posting(ws-ct-idx)
                   move "POSTED"   to ws-dl-status
               else
               if ws-ct-bad-approver(ws-ct-idx)
                   move "BAD APPR" to ws-dl-status
               else
                   move "PENDING"  to ws-dl-status
               end-if
               end-if
               write count-line from ws-detail-line
           end-if.

      *Post each approved count's variance to the position, the
      *movement history and the count-adjustments file. A count
      *that agreed with the book still comes off the count file.
       600-post-approved-counts.
           open extend movement-history-file.
           if ws-history-status not = "00"
               open output movement-history-file
           end-if.
           open extend count-adjust-file.
           if ws-adjust-status not = "00"
               open output count-adjust-file
           end-if.
           perform 610-post-one-count
               varying ws-ct-idx from 1 by 1
               until ws-ct-idx > ws-ct-count.
           close movement-history-file, count-adjust-file.

       610-post-one-count.
           if ws-ct-posting(ws-ct-idx)
               add 1 to ws-counts-posted
               if ws-ct-variance(ws-ct-idx) not = 0
                   perform 620-adjust-position
                   perform 630-write-adjustment-lines
               end-if
           else
               add 1 to ws-counts-pending
           end-if.

       620-adjust-position.
           move ws-ct-store(ws-ct-idx) to oh-store-number.
           move ws-ct-sku(ws-ct-idx)   to oh-sku-code.
           read onhand-position-file
               invalid key
                   move ws-ct-variance(ws-ct-idx) to oh-on-hand
                   move 0 to oh-received-to-date
                   move 0 to oh-sold-to-date
                   move 0 to oh-returned-to-date
                   move ws-business-date to oh-last-movement-date
                   move 0 to oh-avg-unit-cost
                   write onhand-rec
               not invalid key
                   add ws-ct-variance(ws-ct-idx) to oh-on-hand
                   move ws-business-date to oh-last-movement-date
                   rewrite onhand-rec
           end-read.

       630-write-adjustment-lines.
           move ws-ct-store(ws-ct-idx)    to mh-store-number.
           move ws-ct-sku(ws-ct-idx)      to mh-sku-code.
           move ws-ct-count-date(ws-ct-idx) to mh-trans-date.
           move ws-ct-variance(ws-ct-idx) to mh-units.
           write movement-history-rec.
           if ws-ct-variance(ws-ct-idx) < 0
               move 'D' to ca-trans-code
               compute ws-adjust-units = 0 - ws-ct-variance(ws-ct-idx)
           else
               move 'U' to ca-trans-code
               move ws-ct-variance(ws-ct-idx) to ws-adjust-units
           end-if.
           perform 635-write-one-adjust-line
               until ws-adjust-units = 0.

      *The adjustment line carries at most 999 units, so a bigger
      *variance goes to the ledger as several lines.
       635-write-one-adjust-line.
           if ws-adjust-units > 999
               move 999 to ws-adjust-line-units
           else
               move ws-adjust-units to ws-adjust-line-units
           end-if.
           move ws-ct-store(ws-ct-idx)     to ca-store-number.
           move ws-ct-sku(ws-ct-idx)       to ca-sku-code.
           move ws-business-date           to ca-trans-date.
           move spaces                     to ca-invoice-number.
           move ws-adjust-line-units       to ca-quantity.
           move 0                          to ca-revenue.
           move ws-ct-unit-cost(ws-ct-idx) to ca-unit-cost.
           compute ca-extended-cost rounded =
               ws-adjust-line-units * ws-ct-unit-cost(ws-ct-idx).
           write count-adjust-rec.
           subtract ws-adjust-line-units from ws-adjust-units.

      *Put back only the counts still waiting for approval.
       700-rewrite-count-file.
           open output count-file.
           perform 710-rewrite-one-count
               varying ws-ct-idx from 1 by 1
               until ws-ct-idx > ws-ct-count.
           close count-file.

       710-rewrite-one-count.
           if not ws-ct-posting(ws-ct-idx)
               move ws-ct-store(ws-ct-idx)      to cc-store-number
               move ws-ct-sku(ws-ct-idx)        to cc-sku-code
               move ws-ct-counted(ws-ct-idx)    to cc-counted-units
               move ws-ct-count-date(ws-ct-idx) to cc-count-date
               move ws-ct-approver(ws-ct-idx)   to cc-approver-id
               write count-rec
           end-if.

      *Load the SKU-to-department map once at startup.
       800-load-sku-master.
           move 0 to ws-map-count.
           open input sku-master-file.
           if ws-sku-master-status = "00"
               read sku-master-file
                   at end move high-values to sku-master-rec
               end-read
               perform until sku-master-rec = high-values
                   if ws-map-count < 2000
                       add 1 to ws-map-count
                       move sm-sku-code
                           to ws-map-sku(ws-map-count)
                       move sm-department
                           to ws-map-dept(ws-map-count)
                   end-if
                   read sku-master-file
                       at end move high-values to sku-master-rec
                   end-read
               end-perform
               close sku-master-file
           end-if.

      *Load the approver ids once at startup. No table means no
      *count can be approved - every one waits.
       810-load-approver-table.
           move 0 to ws-approver-count.
           open input approver-table-file.
           if ws-approver-status = "00"
               read approver-table-file
                   at end move high-values to approver-table-rec
               end-read
               perform until approver-table-rec = high-values
                   if ws-approver-count < 200
                       add 1 to ws-approver-count
                       move approver-table-rec
                           to ws-ap-id(ws-approver-count)
                   end-if
                   read approver-table-file
                       at end move high-values to approver-table-rec
                   end-read
               end-perform
               close approver-table-file
           end-if.

      *Open the persistent position file for update, creating it
      *empty on the very first run the way a fresh indexed file
      *normally has to be initialized before it can be opened i-o.
       820-open-position-file.
           open i-o onhand-position-file.
           if ws-position-status not equal to "00"
               open output onhand-position-file
               close onhand-position-file
               open i-o onhand-position-file
           end-if.

      *Append one line to the shared audit trail recording the
      *program name, when it ran, and how many count lines it read
      *versus posted and left waiting.
       900-write-audit-record.
           move "CYCLECOUNT"             to au-program-name.
           accept au-run-date            from date.
           accept au-run-time            from time.
           move ws-business-date-6      to au-business-date.
           move ws-counts-read           to au-input-count.
           move ws-counts-posted         to au-output-count-1.
           move ws-counts-pending        to au-output-count-2.
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

       end program CYCLECOUNT.
