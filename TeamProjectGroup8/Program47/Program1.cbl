       identification division.
       program-id. MARGINRPT.
       author. Group8.
       date-written. 2026-10-15.
      *Description:
      *    Gross margin report. Reads the day's costed movements
      *    ONHANDLEDGER writes to cost-of-sales.dat - every sale,
      *    layaway and return with its retail value and its cost at
      *    the store's weighted-average unit cost - and rolls retail,
      *    cost and margin up by SKU, by department (sku-master.dat)
      *    and by store and region (store-table.dat), so finance can
      *    see which store and which department actually makes
      *    money instead of only which one takes the most in.
      *    Returns come off both the retail and the cost side.

       environment division.
       input-output section.
       file-control.
           select cost-of-sales-file
               assign to "../../data/cost-of-sales.dat"
               organization is line sequential
               file status is ws-cost-status.

           select sku-master-file
               assign to "../../data/sku-master.dat"
               organization is line sequential
               file status is ws-sku-master-status.

           select store-table-file
               assign to "../../data/store-table.dat"
               organization is line sequential
               file status is ws-store-table-status.

           select margin-report-file
               assign to "../../data/program-47-margin.out"
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
      *One costed line per movement, as ONHANDLEDGER writes them.
       fd cost-of-sales-file
           data record is cost-of-sales-rec
           record contains 63 characters.

       01 cost-of-sales-rec.
           05 cs-trans-code           pic x.
           05 cs-store-number         pic xx.
           05 cs-sku-code             pic x(15).
           05 cs-trans-date           pic 9(8).
           05 cs-invoice-number       pic x(9).
           05 cs-quantity             pic 9(3).
           05 cs-revenue              pic 9(5)v99.
           05 cs-unit-cost            pic 9(5)v9999.
           05 cs-extended-cost        pic 9(7)v99.

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

      *Store reference table - number, name, region, and the
      *dates the store opened and (if it has) closed.
       fd store-table-file
          record contains 41 characters
          data record is store-table-rec.

       01 store-table-rec.
           05 st-store-number         pic xx.
           05 st-store-name           pic x(20).
           05 st-region               pic x(3).
           05 st-open-date            pic 9(8).
           05 st-close-date           pic 9(8).

       fd margin-report-file
           data record is margin-line
           record contains 100 characters.

       01 margin-line                  pic x(100).

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
       01 ws-cost-status               pic xx.
       01 ws-sku-master-status         pic xx.
       01 ws-store-table-status        pic xx.
       01 ws-records-read              pic 9(7) value 0.
       01 ws-unmapped-count            pic 9(7) value 0.
       01 ws-uncosted-count            pic 9(7) value 0.

      *SKU-to-department map loaded from sku-master.dat.
       01 ws-map-count                 pic 9(4) value 0.
       01 ws-map-table.
           05 ws-map-entry occurs 1 to 2000 times
               depending on ws-map-count
               indexed by ws-map-idx.
               10 ws-map-sku           pic x(15).
               10 ws-map-dept          pic x(3).
       01 ws-map-match                 pic x(3).

      *Store-to-region map loaded from store-table.dat.
       01 ws-store-count               pic 999 value 0.
       01 ws-store-table.
           05 ws-st-entry occurs 1 to 100 times
               depending on ws-store-count
               indexed by ws-st-idx.
               10 ws-st-store          pic xx.
               10 ws-st-region         pic x(3).
       01 ws-region-match              pic x(3).

      *Retail, cost and units per reporting bucket. One table holds
      *all four views - the level byte says whether the key is a
      *SKU, a department, a store or a region - so every costed
      *line is posted four times through the same find-or-add.
       01 ws-margin-count              pic 9(4) value 0.
       01 ws-margin-table.
           05 ws-mg-entry occurs 1 to 3000 times
               depending on ws-margin-count
               indexed by ws-mg-idx.
               10 ws-mg-level          pic x.
               10 ws-mg-key            pic x(15).
               10 ws-mg-units          pic s9(7).
               10 ws-mg-revenue        pic s9(9)v99.
               10 ws-mg-cost           pic s9(9)v99.
       01 ws-margin-found              pic x value 'n'.
       01 ws-margin-entry-idx          pic 9(4).

       01 ws-total-units               pic s9(7) value 0.
       01 ws-total-revenue             pic s9(9)v99 value 0.
       01 ws-total-cost                pic s9(9)v99 value 0.

      *Scratch fields for the line being posted and printed.
       01 ws-post-level                pic x.
       01 ws-post-key                  pic x(15).
       01 ws-post-units                pic s9(5).
       01 ws-post-revenue              pic s9(7)v99.
       01 ws-post-cost                 pic s9(7)v99.
       01 ws-print-level               pic x.
       01 ws-print-units               pic s9(7).
       01 ws-print-revenue             pic s9(9)v99.
       01 ws-print-cost                pic s9(9)v99.
       01 ws-print-margin              pic s9(9)v99.
       01 ws-print-pct                 pic s9(5)v9.

       01 ws-report-header             pic x(40)
           value "GROSS MARGIN REPORT".

       01 ws-section-line.
           05 filler                   pic x(4) value "BY ".
           05 ws-sc-title              pic x(20).

       01 ws-detail-header.
           05 filler                   pic x(36)
              value "Key                Units      Retail".
           05 filler                   pic x(40)
              value "        Cost      Margin  Margin%".

       01 ws-detail-line.
           05 ws-dl-key                pic x(15).
           05 filler                   pic x(1).
           05 ws-dl-units              pic -(6)9.
           05 filler                   pic x(1).
           05 ws-dl-revenue            pic -(8)9.99.
           05 filler                   pic x(1).
           05 ws-dl-cost               pic -(8)9.99.
           05 filler                   pic x(1).
           05 ws-dl-margin             pic -(8)9.99.
           05 filler                   pic x(2).
           05 ws-dl-pct                pic -(4)9.9.

       01 ws-count-line.
           05 ws-cl-label              pic x(34).
           05 ws-cl-count              pic z(6)9.

       procedure division.
           perform 890-get-business-date.
           perform 800-load-sku-master.
           perform 810-load-store-table.
           perform 100-accumulate-costs.
           perform 300-print-margin-report.
           perform 900-write-audit-record.
           move 0 to return-code.
           goback.

      *A missing cost file just means ONHANDLEDGER has not run -
      *the report still prints, empty.
       100-accumulate-costs.
           move 'n' to ws-eof.
           open input cost-of-sales-file.
           if ws-cost-status not = "00"
               move 'y' to ws-eof
           else
               read cost-of-sales-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 110-post-one-cost until ws-eof = 'y'.
           if ws-cost-status = "00" or ws-cost-status = "10"
               close cost-of-sales-file
           end-if.

      *Only the register movements carry margin - the stockroom's
      *'I' receipts and 'D' deductions move cost with no retail
      *against it and stay out of this report.
       110-post-one-cost.
           add 1 to ws-records-read.
           if cs-trans-code = 'S' or cs-trans-code = 'L'
             or cs-trans-code = 'R'
               if cs-trans-code = 'R'
                   compute ws-post-units   = 0 - cs-quantity
                   compute ws-post-revenue = 0 - cs-revenue
                   compute ws-post-cost    = 0 - cs-extended-cost
               else
                   move cs-quantity      to ws-post-units
                   move cs-revenue       to ws-post-revenue
                   move cs-extended-cost to ws-post-cost
               end-if
               if cs-unit-cost = 0
                   add 1 to ws-uncosted-count
               end-if
               add ws-post-units   to ws-total-units
               add ws-post-revenue to ws-total-revenue
               add ws-post-cost    to ws-total-cost
               move 'K'         to ws-post-level
               move cs-sku-code to ws-post-key
               perform 600-post-to-bucket
               perform 620-lookup-department
               move 'D'          to ws-post-level
               move ws-map-match to ws-post-key
               perform 600-post-to-bucket
               move 'S'             to ws-post-level
               move cs-store-number to ws-post-key
               perform 600-post-to-bucket
               perform 630-lookup-region
               move 'G'             to ws-post-level
               move ws-region-match to ws-post-key
               perform 600-post-to-bucket
           end-if.
           read cost-of-sales-file
               at end move 'y' to ws-eof.

      *Find or start the bucket for ws-post-level/ws-post-key and
      *add the line in. The matched slot is remembered in
      *ws-margin-entry-idx - the loop index itself has already
      *moved past it by the time the perform varying ends.
       600-post-to-bucket.
           move 'n' to ws-margin-found.
           perform 610-search-margin-entry
               varying ws-mg-idx from 1 by 1
               until ws-mg-idx > ws-margin-count
                  or ws-margin-found = 'y'.
           if ws-margin-found = 'n' and ws-margin-count < 3000
               add 1 to ws-margin-count
               move ws-post-level to ws-mg-level(ws-margin-count)
               move ws-post-key   to ws-mg-key(ws-margin-count)
               move 0 to ws-mg-units(ws-margin-count)
               move 0 to ws-mg-revenue(ws-margin-count)
               move 0 to ws-mg-cost(ws-margin-count)
               move ws-margin-count to ws-margin-entry-idx
               move 'y' to ws-margin-found
           end-if.
           if ws-margin-found = 'y'
               add ws-post-units   to ws-mg-units(ws-margin-entry-idx)
               add ws-post-revenue
                   to ws-mg-revenue(ws-margin-entry-idx)
               add ws-post-cost    to ws-mg-cost(ws-margin-entry-idx)
           end-if.

       610-search-margin-entry.
           if ws-post-level = ws-mg-level(ws-mg-idx)
             and ws-post-key = ws-mg-key(ws-mg-idx)
               move 'y' to ws-margin-found
               set ws-margin-entry-idx to ws-mg-idx
           end-if.

      *A SKU with no master row rolls into the UNK department and
      *is counted, the same way DEPTSALES handles it.
       620-lookup-department.
           move "UNK" to ws-map-match.
           perform 621-search-map-table
               varying ws-map-idx from 1 by 1
               until ws-map-idx > ws-map-count.
           if ws-map-match = "UNK"
               add 1 to ws-unmapped-count
           end-if.

       621-search-map-table.
           if cs-sku-code = ws-map-sku(ws-map-idx)
               move ws-map-dept(ws-map-idx) to ws-map-match
           end-if.

      *A store missing from the store table pools in region UNK.
       630-lookup-region.
           move "UNK" to ws-region-match.
           perform 631-search-store-table
               varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-store-count.

       631-search-store-table.
           if cs-store-number = ws-st-store(ws-st-idx)
               move ws-st-region(ws-st-idx) to ws-region-match
           end-if.

      *One section per view, then the company total.
       300-print-margin-report.
           open output margin-report-file.
           write margin-line from ws-report-header.
           move "SKU"        to ws-sc-title.
           move 'K'          to ws-print-level.
           perform 310-print-section.
           move "DEPARTMENT" to ws-sc-title.
           move 'D'          to ws-print-level.
           perform 310-print-section.
           move "STORE"      to ws-sc-title.
           move 'S'          to ws-print-level.
           perform 310-print-section.
           move "REGION"     to ws-sc-title.
           move 'G'          to ws-print-level.
           perform 310-print-section.

           move spaces to margin-line.
           write margin-line.
           move "TOTAL"          to ws-dl-key.
           move ws-total-units   to ws-print-units.
           move ws-total-revenue to ws-print-revenue.
           move ws-total-cost    to ws-print-cost.
           perform 330-format-detail-line.
           write margin-line from ws-detail-line.
           if ws-uncosted-count > 0
               move "LINES WITH NO AVERAGE COST:" to ws-cl-label
               move ws-uncosted-count              to ws-cl-count
               write margin-line from ws-count-line
           end-if.
           if ws-unmapped-count > 0
               move "LINES WITH NO SKU MASTER ROW:" to ws-cl-label
               move ws-unmapped-count               to ws-cl-count
               write margin-line from ws-count-line
           end-if.
           close margin-report-file.

       310-print-section.
           move spaces to margin-line.
           write margin-line.
           write margin-line from ws-section-line.
           write margin-line from ws-detail-header.
           perform 320-print-one-bucket
               varying ws-mg-idx from 1 by 1
               until ws-mg-idx > ws-margin-count.

       320-print-one-bucket.
           if ws-mg-level(ws-mg-idx) = ws-print-level
               move ws-mg-key(ws-mg-idx)     to ws-dl-key
               move ws-mg-units(ws-mg-idx)   to ws-print-units
               move ws-mg-revenue(ws-mg-idx) to ws-print-revenue
               move ws-mg-cost(ws-mg-idx)    to ws-print-cost
               perform 330-format-detail-line
               write margin-line from ws-detail-line
           end-if.

      *Margin is retail less cost; the percentage is of retail,
      *and a bucket with no net retail shows none.
       330-format-detail-line.
           compute ws-print-margin = ws-print-revenue - ws-print-cost.
           if ws-print-revenue = 0
               move 0 to ws-print-pct
           else
               compute ws-print-pct rounded =
                   ws-print-margin * 100 / ws-print-revenue
           end-if.
           move ws-print-units   to ws-dl-units.
           move ws-print-revenue to ws-dl-revenue.
           move ws-print-cost    to ws-dl-cost.
           move ws-print-margin  to ws-dl-margin.
           move ws-print-pct     to ws-dl-pct.

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

      *Load the store-to-region map once at startup.
       810-load-store-table.
           move 0 to ws-store-count.
           open input store-table-file.
           if ws-store-table-status = "00"
               read store-table-file
                   at end move high-values to store-table-rec
               end-read
               perform until store-table-rec = high-values
                   if ws-store-count < 100
                       add 1 to ws-store-count
                       move st-store-number
                           to ws-st-store(ws-store-count)
                       move st-region
                           to ws-st-region(ws-store-count)
                   end-if
                   read store-table-file
                       at end move high-values to store-table-rec
                   end-read
               end-perform
               close store-table-file
           end-if.

      *Append one line to the shared audit trail recording the
      *program name, when it ran, and how many costed lines it
      *read versus buckets reported, uncosted and unmapped lines.
       900-write-audit-record.
           move "MARGINRPT"              to au-program-name.
           accept au-run-date            from date.
           accept au-run-time            from time.
           move ws-business-date-6      to au-business-date.
           move ws-records-read          to au-input-count.
           move ws-margin-count          to au-output-count-1.
           move ws-uncosted-count        to au-output-count-2.
           move ws-unmapped-count        to au-output-count-3.
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


       end program MARGINRPT.
