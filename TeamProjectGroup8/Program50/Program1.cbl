       identification division.
       program-id. PURCHORDER.
       author. Group8.
       date-written. 2026-10-15.
      *Description:
      *    Nightly purchase order run. Matches the day's 'I'
      *    receipts against the open purchase order lines - by the
      *    PO number keyed in the invoice field where the receiver
      *    had one, otherwise the store's oldest open line for the
      *    SKU - and reports over-receipts, short receipts, receipts
      *    no purchase order covers, and lines past their due date.
      *    Every store/SKU ONHANDLEDGER put on the reorder extract
      *    that is not already on order is then turned into a draft
      *    purchase order line for the SKU's vendor from
      *    sku-vendor.dat, at the vendor's reorder quantity and due
      *    after the vendor's lead time, one purchase order per
      *    vendor per store, written to the outbound PO file for
      *    purchasing to release. The open lines live on the indexed
      *    purchase order file from night to night.

       environment division.
       input-output section.
       file-control.
           select inventory-input-file
               assign to "../../data/InventoryRecords_out.dat"
               organization is line sequential
               file status is ws-inventory-status.

           select reorder-extract-file
               assign to "../../data/reorder-lines.dat"
               organization is line sequential
               file status is ws-reorder-status.

           select vendor-master-file
               assign to "../../data/vendor-master.dat"
               organization is line sequential
               file status is ws-vendor-status.

           select sku-vendor-file
               assign to "../../data/sku-vendor.dat"
               organization is line sequential
               file status is ws-sku-vendor-status.

           select po-control-file
               assign to "../../data/po-control.dat"
               organization is line sequential
               file status is ws-po-control-status.

           select purchase-order-file
               assign to "../../data/purchase-orders.dat"
               organization is indexed
               access mode is dynamic
               record key is po-key
               file status is ws-po-status.

           select po-outbound-file
               assign to "../../data/po-outbound.dat"
               organization is line sequential.

           select purchasing-report-file
               assign to "../../data/program-50-purchasing.out"
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
      *The day's receiving/adjustment records, as Program2 splits
      *them out. Only plain receipts are matched - deductions and
      *transfers never come off a purchase order.
       fd inventory-input-file
           record contains 67 characters
           data record is inventory-input-line.

       01 inventory-input-line.
           05 ii-trans-code            pic x.
           05 ii-trans-amount          pic 9(5)v99.
           05 ii-payment-type          pic xx.
           05 ii-store-number          pic xx.
           05 ii-invoice-number        pic x(9).
           05 ii-sku-code              pic x(15).
           05 ii-trans-date            pic 9(8).
           05 ii-direction             pic x.
               88 ii-deduct            value 'D'.
               88 ii-transfer-out      value 'F'.
               88 ii-transfer-in       value 'T'.
           05 ii-cashier-id            pic x(4).
           05 ii-quantity              pic 9(3).
           05 ii-customer-id           pic x(6).
           05 ii-approver-id           pic x(4).
           05 ii-tax-exempt            pic x.
           05 ii-trans-time            pic 9(4).

      *Every store/SKU at or below its minimum tonight, as
      *ONHANDLEDGER writes them.
       fd reorder-extract-file
           data record is reorder-extract-rec
           record contains 30 characters.

       01 reorder-extract-rec.
           05 rx-store-number         pic xx.
           05 rx-sku-code             pic x(15).
           05 rx-on-hand              pic s9(7)
                                      sign leading separate.
           05 rx-minimum              pic 9(5).

      *Vendor master - id and name, one vendor per line.
       fd vendor-master-file
           record contains 30 characters
           data record is vendor-master-rec.

       01 vendor-master-rec.
           05 vm-vendor-id            pic x(5).
           05 vm-vendor-name          pic x(25).

      *Which vendor supplies each SKU, how many to order at a
      *time, and how many days the vendor takes to deliver.
       fd sku-vendor-file
           record contains 28 characters
           data record is sku-vendor-rec.

       01 sku-vendor-rec.
           05 sv-sku-code             pic x(15).
           05 sv-vendor-id            pic x(5).
           05 sv-reorder-qty          pic 9(5).
           05 sv-lead-days            pic 9(3).

      *Last purchase order number handed out.
       fd po-control-file
           record contains 8 characters
           data record is po-control-rec.

       01 po-control-rec              pic 9(8).

      *One record per purchase order per SKU. Status 'O' while
      *the line is still owed, 'C' once it has been received in
      *full.
       fd purchase-order-file
           data record is purchase-order-rec.

       01 purchase-order-rec.
           05 po-key.
               10 po-number           pic x(9).
               10 po-sku-code         pic x(15).
           05 po-vendor-id            pic x(5).
           05 po-store-number         pic xx.
           05 po-order-date           pic 9(8).
           05 po-due-date             pic 9(8).
           05 po-ordered-qty          pic 9(5).
           05 po-received-qty         pic 9(5).
           05 po-last-receipt-date    pic 9(8).
           05 po-status               pic x.
               88 po-open             value 'O'.
               88 po-closed           value 'C'.

      *Tonight's draft purchase orders - an 'H' header per order
      *followed by its 'D' lines.
       fd po-outbound-file
           record contains 58 characters
           data record is po-header-rec po-detail-rec.

       01 po-header-rec.
           05 ph-record-type          pic x.
           05 ph-po-number            pic x(9).
           05 ph-vendor-id            pic x(5).
           05 ph-vendor-name          pic x(25).
           05 ph-store-number         pic xx.
           05 ph-order-date           pic 9(8).
           05 ph-due-date             pic 9(8).

       01 po-detail-rec.
           05 pd-record-type          pic x.
           05 pd-po-number            pic x(9).
           05 pd-sku-code             pic x(15).
           05 pd-order-qty            pic 9(5).
           05 pd-due-date             pic 9(8).
           05 filler                  pic x(20).

       fd purchasing-report-file
           data record is purchasing-line
           record contains 90 characters.

       01 purchasing-line             pic x(90).

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
       01 ws-inventory-status         pic xx.
       01 ws-reorder-status           pic xx.
       01 ws-vendor-status            pic xx.
       01 ws-sku-vendor-status        pic xx.
       01 ws-po-control-status        pic xx.
       01 ws-po-status                pic xx.
       01 ws-receipts-read            pic 9(7) value 0.
       01 ws-receipts-matched         pic 9(7) value 0.
       01 ws-over-count               pic 9(7) value 0.
       01 ws-short-count              pic 9(7) value 0.
       01 ws-no-po-count              pic 9(7) value 0.
       01 ws-past-due-count           pic 9(7) value 0.
       01 ws-reorder-read             pic 9(7) value 0.
       01 ws-on-order-count           pic 9(7) value 0.
       01 ws-no-vendor-count          pic 9(7) value 0.
       01 ws-lines-ordered            pic 9(7) value 0.
      *Open lines and reorder lines that did not fit the tables.
      *Either one ends the run with a warning return code.
       01 ws-pl-dropped               pic 9(7) value 0.
       01 ws-no-room-count            pic 9(7) value 0.

      *Vendor names loaded from vendor-master.dat.
       01 ws-vendor-count             pic 999 value 0.
       01 ws-vendor-table.
           05 ws-vendor-entry occurs 1 to 500 times
               depending on ws-vendor-count
               indexed by ws-vd-idx.
               10 ws-vd-id            pic x(5).
               10 ws-vd-name          pic x(25).
       01 ws-vendor-name-match        pic x(25).

      *SKU-to-vendor terms loaded from sku-vendor.dat.
       01 ws-sv-count                 pic 9(4) value 0.
       01 ws-sv-table.
           05 ws-sv-entry occurs 1 to 2000 times
               depending on ws-sv-count
               indexed by ws-sv-idx.
               10 ws-sv-sku           pic x(15).
               10 ws-sv-vendor        pic x(5).
               10 ws-sv-reorder-qty   pic 9(5).
               10 ws-sv-lead-days     pic 9(3).
       01 ws-sv-found                 pic x value 'n'.
       01 ws-sv-match-idx             pic 9(4).

      *The open purchase order lines, loaded from the purchase
      *order file and added to tonight, written back at the end.
      *A line touched by a receipt is flagged changed; a line
      *ordered tonight is flagged new.
       01 ws-pl-count                 pic 9(4) value 0.
       01 ws-pl-table.
           05 ws-pl-entry occurs 1 to 3000 times
               depending on ws-pl-count
               indexed by ws-pl-idx.
               10 ws-pl-number        pic x(9).
               10 ws-pl-sku           pic x(15).
               10 ws-pl-vendor        pic x(5).
               10 ws-pl-store         pic xx.
               10 ws-pl-order-date    pic 9(8).
               10 ws-pl-due-date      pic 9(8).
               10 ws-pl-ordered       pic 9(5).
               10 ws-pl-received      pic 9(5).
               10 ws-pl-receipt-date  pic 9(8).
               10 ws-pl-status        pic x.
               10 ws-pl-changed       pic x.
               10 ws-pl-new           pic x.
               10 ws-pl-group         pic 999.
       01 ws-pl-found                 pic x value 'n'.
       01 ws-pl-match-idx             pic 9(4).

      *Tonight's purchase orders, one per vendor per store.
       01 ws-po-group-count           pic 999 value 0.
       01 ws-po-group-table.
           05 ws-po-group occurs 1 to 500 times
               depending on ws-po-group-count
               indexed by ws-pg-idx.
               10 ws-pg-number        pic x(9).
               10 ws-pg-vendor        pic x(5).
               10 ws-pg-store         pic xx.
               10 ws-pg-due-date      pic 9(8).
               10 ws-pg-lines         pic 9(3).
       01 ws-pg-found                 pic x value 'n'.
       01 ws-pg-match-idx             pic 999.

      *Purchase order numbers are 'P' and an eight-digit counter.
       01 ws-last-po-number           pic 9(8) value 0.
       01 ws-next-po.
           05 ws-np-prefix            pic x value 'P'.
           05 ws-np-number            pic 9(8).

       01 ws-order-qty                pic 9(5) value 0.
       01 ws-due-date                 pic 9(8) value 0.

       01 ws-report-header.
           05 filler                  pic x(40)
               value "PURCHASE ORDER AND RECEIPT MATCHING".
           05 filler                  pic x(9) value "AS OF:".
           05 ws-rh-date              pic 9(8).

       01 ws-exception-header.
           05 filler                  pic x(40)
               value "Reason   St SKU             PO Number ".
           05 filler                  pic x(40)
               value "Ordered Received  Receipt      Date".

       01 ws-exception-line.
           05 el-reason               pic x(8).
           05 filler                  pic x(1) value space.
           05 el-store                pic xx.
           05 filler                  pic x(1) value space.
           05 el-sku                  pic x(15).
           05 filler                  pic x(1) value space.
           05 el-po-number            pic x(9).
           05 filler                  pic x(2) value spaces.
           05 el-ordered              pic z(6)9.
           05 filler                  pic x(1) value space.
           05 el-received             pic z(7)9.
           05 filler                  pic x(1) value space.
           05 el-receipt-qty          pic z(7)9.
           05 filler                  pic x(2) value spaces.
           05 el-date                 pic 9(8).

       01 ws-po-list-header.
           05 filler                  pic x(40)
               value "PO Number Vendor Name".
           05 filler                  pic x(40)
               value "       St      Due Lines".

       01 ws-po-list-line.
           05 pll-po-number           pic x(9).
           05 filler                  pic x(1) value space.
           05 pll-vendor              pic x(5).
           05 filler                  pic x(2) value spaces.
           05 pll-vendor-name         pic x(25).
           05 filler                  pic x(5) value spaces.
           05 pll-store               pic xx.
           05 filler                  pic x(1) value space.
           05 pll-due-date            pic 9(8).
           05 filler                  pic x(1) value space.
           05 pll-lines               pic zzz9.

       01 ws-summary-line.
           05 ws-sl-label             pic x(30).
           05 ws-sl-count             pic z(6)9.

       procedure division.
           perform 890-get-business-date.
           perform 800-load-vendor-master.
           perform 810-load-sku-vendor.
           perform 820-load-po-control.
           perform 830-open-purchase-order-file.
           perform 840-load-open-lines.
           if ws-pl-dropped > 0
               display "PURCHORDER: OPEN LINE TABLE FULL - "
                   ws-pl-dropped " OPEN LINES NOT LOADED"
           end-if.
           open output purchasing-report-file.
           move ws-business-date to ws-rh-date.
           write purchasing-line from ws-report-header.

           move spaces to purchasing-line.
           write purchasing-line.
           move "RECEIPT EXCEPTIONS" to purchasing-line.
           write purchasing-line.
           write purchasing-line from ws-exception-header.
           perform 200-match-receipts.

           move spaces to purchasing-line.
           write purchasing-line.
           move "PURCHASE ORDER LINES PAST DUE" to purchasing-line.
           write purchasing-line.
           write purchasing-line from ws-exception-header.
           perform 300-report-past-due
               varying ws-pl-idx from 1 by 1
               until ws-pl-idx > ws-pl-count.

           move spaces to purchasing-line.
           write purchasing-line.
           move "REORDER LINES NOT ORDERED" to purchasing-line.
           write purchasing-line.
           write purchasing-line from ws-exception-header.
           perform 400-build-draft-orders.

           perform 500-write-draft-orders.
           perform 600-save-order-lines.
           perform 700-print-summary.
           perform 850-save-po-control.
           perform 900-write-audit-record.
           close purchase-order-file, purchasing-report-file.
           if ws-no-room-count > 0
               display "PURCHORDER: ORDER TABLES FULL - "
                   ws-no-room-count " REORDER LINES NOT ORDERED"
           end-if.
           if ws-pl-dropped > 0 or ws-no-room-count > 0
               move 8 to return-code
           else
               move 0 to return-code
           end-if.
           goback.

      *A missing inventory stream just means nothing came in
      *today.
       200-match-receipts.
           move 'n' to ws-eof.
           open input inventory-input-file.
           if ws-inventory-status not = "00"
               move 'y' to ws-eof
           else
               read inventory-input-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 210-match-one-receipt until ws-eof = 'y'.
           if ws-inventory-status = "00"
             or ws-inventory-status = "10"
               close inventory-input-file
           end-if.

       210-match-one-receipt.
           if ii-trans-code = 'I'
             and not ii-deduct
             and not ii-transfer-out
             and not ii-transfer-in
               add 1 to ws-receipts-read
               perform 220-find-order-line
               if ws-pl-found = 'y'
                   perform 230-apply-receipt
               else
                   add 1 to ws-no-po-count
                   move "NO PO"          to el-reason
                   move ii-store-number  to el-store
                   move ii-sku-code      to el-sku
                   move ii-invoice-number to el-po-number
                   move 0                to el-ordered
                   move 0                to el-received
                   move ii-quantity      to el-receipt-qty
                   move ii-trans-date    to el-date
                   write purchasing-line from ws-exception-line
               end-if
           end-if.
           read inventory-input-file
               at end move 'y' to ws-eof.

      *The PO number the receiver keyed wins; failing that, the
      *store's open line for the SKU that fell due first.
       220-find-order-line.
           move 'n' to ws-pl-found.
           perform 221-match-po-number
               varying ws-pl-idx from 1 by 1
               until ws-pl-idx > ws-pl-count.
           if ws-pl-found = 'n'
               perform 222-match-oldest-line
                   varying ws-pl-idx from 1 by 1
                   until ws-pl-idx > ws-pl-count
           end-if.

       221-match-po-number.
           if ws-pl-found = 'n'
             and ws-pl-number(ws-pl-idx) = ii-invoice-number
             and ws-pl-sku(ws-pl-idx) = ii-sku-code
             and ws-pl-store(ws-pl-idx) = ii-store-number
             and ws-pl-status(ws-pl-idx) = 'O'
               move 'y' to ws-pl-found
               set ws-pl-match-idx to ws-pl-idx
           end-if.

       222-match-oldest-line.
           if ws-pl-sku(ws-pl-idx) = ii-sku-code
             and ws-pl-store(ws-pl-idx) = ii-store-number
             and ws-pl-status(ws-pl-idx) = 'O'
               if ws-pl-found = 'n'
                   move 'y' to ws-pl-found
                   set ws-pl-match-idx to ws-pl-idx
               else
                   if ws-pl-due-date(ws-pl-idx) <
                      ws-pl-due-date(ws-pl-match-idx)
                       set ws-pl-match-idx to ws-pl-idx
                   end-if
               end-if
           end-if.

      *A line received in full or more closes; one received short
      *stays open for the rest.
       230-apply-receipt.
           add 1 to ws-receipts-matched.
           add ii-quantity to ws-pl-received(ws-pl-match-idx).
           move ii-trans-date to ws-pl-receipt-date(ws-pl-match-idx).
           move 'y' to ws-pl-changed(ws-pl-match-idx).
           move spaces to el-reason.
           if ws-pl-received(ws-pl-match-idx) >
              ws-pl-ordered(ws-pl-match-idx)
               move 'C' to ws-pl-status(ws-pl-match-idx)
               add 1 to ws-over-count
               move "OVER" to el-reason
           else
               if ws-pl-received(ws-pl-match-idx) =
                  ws-pl-ordered(ws-pl-match-idx)
                   move 'C' to ws-pl-status(ws-pl-match-idx)
               else
                   add 1 to ws-short-count
                   move "SHORT" to el-reason
               end-if
           end-if.
           if el-reason not = spaces
               move ii-store-number   to el-store
               move ii-sku-code       to el-sku
               move ws-pl-number(ws-pl-match-idx)   to el-po-number
               move ws-pl-ordered(ws-pl-match-idx)  to el-ordered
               move ws-pl-received(ws-pl-match-idx) to el-received
               move ii-quantity       to el-receipt-qty
               move ii-trans-date     to el-date
               write purchasing-line from ws-exception-line
           end-if.

      *Still owed and past the date the vendor promised it.
       300-report-past-due.
           if ws-pl-status(ws-pl-idx) = 'O'
             and ws-pl-due-date(ws-pl-idx) < ws-business-date
               add 1 to ws-past-due-count
               move "PAST DUE"                to el-reason
               move ws-pl-store(ws-pl-idx)    to el-store
               move ws-pl-sku(ws-pl-idx)      to el-sku
               move ws-pl-number(ws-pl-idx)   to el-po-number
               move ws-pl-ordered(ws-pl-idx)  to el-ordered
               move ws-pl-received(ws-pl-idx) to el-received
               move 0                         to el-receipt-qty
               move ws-pl-due-date(ws-pl-idx) to el-date
               write purchasing-line from ws-exception-line
           end-if.

      *A missing reorder extract just means nothing is low.
       400-build-draft-orders.
           move 'n' to ws-eof.
           open input reorder-extract-file.
           if ws-reorder-status not = "00"
               move 'y' to ws-eof
           else
               read reorder-extract-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 410-order-one-line until ws-eof = 'y'.
           if ws-reorder-status = "00" or ws-reorder-status = "10"
               close reorder-extract-file
           end-if.

      *A store/SKU already on an open line is left alone until
      *that order arrives; one with no vendor set up is listed
      *for purchasing to place by hand.
       410-order-one-line.
           add 1 to ws-reorder-read.
           move 'n' to ws-pl-found.
           perform 411-check-on-order
               varying ws-pl-idx from 1 by 1
               until ws-pl-idx > ws-pl-count.
           if ws-pl-found = 'y'
               add 1 to ws-on-order-count
           else
               perform 420-lookup-sku-vendor
               if ws-sv-found = 'n'
                   add 1 to ws-no-vendor-count
                   move "NOVENDOR"      to el-reason
                   move rx-store-number to el-store
                   move rx-sku-code     to el-sku
                   move spaces          to el-po-number
                   move 0               to el-ordered
                   move 0               to el-received
                   move 0               to el-receipt-qty
                   move ws-business-date to el-date
                   write purchasing-line from ws-exception-line
               else
                   perform 430-add-order-line
               end-if
           end-if.
           read reorder-extract-file
               at end move 'y' to ws-eof.

       411-check-on-order.
           if ws-pl-store(ws-pl-idx) = rx-store-number
             and ws-pl-sku(ws-pl-idx) = rx-sku-code
             and ws-pl-status(ws-pl-idx) = 'O'
               move 'y' to ws-pl-found
           end-if.

       420-lookup-sku-vendor.
           move 'n' to ws-sv-found.
           perform 421-search-sv-table
               varying ws-sv-idx from 1 by 1
               until ws-sv-idx > ws-sv-count.

       421-search-sv-table.
           if ws-sv-found = 'n'
             and ws-sv-sku(ws-sv-idx) = rx-sku-code
               move 'y' to ws-sv-found
               set ws-sv-match-idx to ws-sv-idx
           end-if.

      *Order the vendor's reorder quantity; with none set, order
      *enough to bring the shelf back up past the minimum.
       430-add-order-line.
           move ws-sv-reorder-qty(ws-sv-match-idx) to ws-order-qty.
           if ws-order-qty = 0
               compute ws-order-qty = rx-minimum - rx-on-hand + 1
           end-if.
           compute ws-due-date = function date-of-integer(
               function integer-of-date(ws-business-date)
               + ws-sv-lead-days(ws-sv-match-idx)).
           move 'n' to ws-pg-found.
           if ws-pl-count < 3000
               perform 440-find-po-group
           end-if.
           if ws-pg-found = 'y'
               perform 435-store-order-line
           else
               add 1 to ws-no-room-count
               move "NO ROOM"        to el-reason
               move rx-store-number  to el-store
               move rx-sku-code      to el-sku
               move spaces           to el-po-number
               move ws-order-qty     to el-ordered
               move 0                to el-received
               move 0                to el-receipt-qty
               move ws-business-date to el-date
               write purchasing-line from ws-exception-line
           end-if.

       435-store-order-line.
           add 1 to ws-pl-count.
           add 1 to ws-lines-ordered.
           add 1 to ws-pg-lines(ws-pg-match-idx).
           if ws-due-date > ws-pg-due-date(ws-pg-match-idx)
               move ws-due-date to ws-pg-due-date(ws-pg-match-idx)
           end-if.
           move ws-pg-number(ws-pg-match-idx)
                                     to ws-pl-number(ws-pl-count).
           move rx-sku-code          to ws-pl-sku(ws-pl-count).
           move ws-sv-vendor(ws-sv-match-idx)
                                     to ws-pl-vendor(ws-pl-count).
           move rx-store-number      to ws-pl-store(ws-pl-count).
           move ws-business-date     to ws-pl-order-date(ws-pl-count).
           move ws-due-date          to ws-pl-due-date(ws-pl-count).
           move ws-order-qty         to ws-pl-ordered(ws-pl-count).
           move 0                    to ws-pl-received(ws-pl-count).
           move 0                    to ws-pl-receipt-date(ws-pl-count).
           move 'O'                  to ws-pl-status(ws-pl-count).
           move 'n'                  to ws-pl-changed(ws-pl-count).
           move 'y'                  to ws-pl-new(ws-pl-count).
           move ws-pg-match-idx      to ws-pl-group(ws-pl-count).

      *One purchase order per vendor per store tonight - the
      *first low SKU for the pair opens it under the next number.
       440-find-po-group.
           move 'n' to ws-pg-found.
           perform 441-search-po-groups
               varying ws-pg-idx from 1 by 1
               until ws-pg-idx > ws-po-group-count.
           if ws-pg-found = 'n' and ws-po-group-count < 500
               add 1 to ws-po-group-count
               add 1 to ws-last-po-number
               move ws-last-po-number to ws-np-number
               move ws-next-po to ws-pg-number(ws-po-group-count)
               move ws-sv-vendor(ws-sv-match-idx)
                   to ws-pg-vendor(ws-po-group-count)
               move rx-store-number to ws-pg-store(ws-po-group-count)
               move 0 to ws-pg-due-date(ws-po-group-count)
               move 0 to ws-pg-lines(ws-po-group-count)
               move ws-po-group-count to ws-pg-match-idx
               move 'y' to ws-pg-found
           end-if.

       441-search-po-groups.
           if ws-pg-found = 'n'
             and ws-pg-vendor(ws-pg-idx) = ws-sv-vendor(ws-sv-match-idx)
             and ws-pg-store(ws-pg-idx) = rx-store-number
               move 'y' to ws-pg-found
               set ws-pg-match-idx to ws-pg-idx
           end-if.

      *Tonight's orders go out header-then-lines, and are listed
      *on the report.
       500-write-draft-orders.
           open output po-outbound-file.
           move spaces to purchasing-line.
           write purchasing-line.
           move "DRAFT PURCHASE ORDERS" to purchasing-line.
           write purchasing-line.
           write purchasing-line from ws-po-list-header.
           perform 510-write-one-order
               varying ws-pg-idx from 1 by 1
               until ws-pg-idx > ws-po-group-count.
           close po-outbound-file.

       510-write-one-order.
           perform 520-lookup-vendor-name.
           move 'H'                      to ph-record-type.
           move ws-pg-number(ws-pg-idx)   to ph-po-number.
           move ws-pg-vendor(ws-pg-idx)   to ph-vendor-id.
           move ws-vendor-name-match     to ph-vendor-name.
           move ws-pg-store(ws-pg-idx)    to ph-store-number.
           move ws-business-date         to ph-order-date.
           move ws-pg-due-date(ws-pg-idx) to ph-due-date.
           write po-header-rec.
           perform 530-write-one-order-line
               varying ws-pl-idx from 1 by 1
               until ws-pl-idx > ws-pl-count.
           move ws-pg-number(ws-pg-idx)   to pll-po-number.
           move ws-pg-vendor(ws-pg-idx)   to pll-vendor.
           move ws-vendor-name-match     to pll-vendor-name.
           move ws-pg-store(ws-pg-idx)    to pll-store.
           move ws-pg-due-date(ws-pg-idx) to pll-due-date.
           move ws-pg-lines(ws-pg-idx)    to pll-lines.
           write purchasing-line from ws-po-list-line.

      *A vendor missing from the master still gets its order,
      *just without a name on it.
       520-lookup-vendor-name.
           move "VENDOR NOT ON MASTER" to ws-vendor-name-match.
           perform 521-search-vendor-table
               varying ws-vd-idx from 1 by 1
               until ws-vd-idx > ws-vendor-count.

       521-search-vendor-table.
           if ws-vd-id(ws-vd-idx) = ws-pg-vendor(ws-pg-idx)
               move ws-vd-name(ws-vd-idx) to ws-vendor-name-match
           end-if.

       530-write-one-order-line.
           if ws-pl-new(ws-pl-idx) = 'y'
             and ws-pl-group(ws-pl-idx) = ws-pg-idx
               move spaces                  to po-detail-rec
               move 'D'                     to pd-record-type
               move ws-pl-number(ws-pl-idx)  to pd-po-number
               move ws-pl-sku(ws-pl-idx)     to pd-sku-code
               move ws-pl-ordered(ws-pl-idx) to pd-order-qty
               move ws-pl-due-date(ws-pl-idx) to pd-due-date
               write po-detail-rec
           end-if.

      *New lines are written, received lines rewritten.
       600-save-order-lines.
           perform 610-save-one-line
               varying ws-pl-idx from 1 by 1
               until ws-pl-idx > ws-pl-count.

       610-save-one-line.
           if ws-pl-new(ws-pl-idx) = 'y'
               perform 620-move-line-to-record
               write purchase-order-rec
                   invalid key
                       display "PURCHORDER: DUPLICATE PO LINE "
                           po-key
               end-write
           else
               if ws-pl-changed(ws-pl-idx) = 'y'
                   move ws-pl-number(ws-pl-idx) to po-number
                   move ws-pl-sku(ws-pl-idx)    to po-sku-code
                   read purchase-order-file
                       invalid key continue
                       not invalid key
                           perform 620-move-line-to-record
                           rewrite purchase-order-rec
                   end-read
               end-if
           end-if.

       620-move-line-to-record.
           move ws-pl-number(ws-pl-idx)       to po-number.
           move ws-pl-sku(ws-pl-idx)          to po-sku-code.
           move ws-pl-vendor(ws-pl-idx)       to po-vendor-id.
           move ws-pl-store(ws-pl-idx)        to po-store-number.
           move ws-pl-order-date(ws-pl-idx)   to po-order-date.
           move ws-pl-due-date(ws-pl-idx)     to po-due-date.
           move ws-pl-ordered(ws-pl-idx)      to po-ordered-qty.
           move ws-pl-received(ws-pl-idx)     to po-received-qty.
           move ws-pl-receipt-date(ws-pl-idx) to po-last-receipt-date.
           move ws-pl-status(ws-pl-idx)       to po-status.

       700-print-summary.
           move spaces to purchasing-line.
           write purchasing-line.
           move "RECEIPTS READ:"            to ws-sl-label.
           move ws-receipts-read            to ws-sl-count.
           write purchasing-line from ws-summary-line.
           move "RECEIPTS MATCHED TO A PO:" to ws-sl-label.
           move ws-receipts-matched         to ws-sl-count.
           write purchasing-line from ws-summary-line.
           move "OVER-RECEIPTS:"            to ws-sl-label.
           move ws-over-count               to ws-sl-count.
           write purchasing-line from ws-summary-line.
           move "SHORT RECEIPTS:"           to ws-sl-label.
           move ws-short-count              to ws-sl-count.
           write purchasing-line from ws-summary-line.
           move "RECEIPTS WITH NO PO:"      to ws-sl-label.
           move ws-no-po-count              to ws-sl-count.
           write purchasing-line from ws-summary-line.
           move "PO LINES PAST DUE:"        to ws-sl-label.
           move ws-past-due-count           to ws-sl-count.
           write purchasing-line from ws-summary-line.
           move "REORDER LINES READ:"       to ws-sl-label.
           move ws-reorder-read             to ws-sl-count.
           write purchasing-line from ws-summary-line.
           move "ALREADY ON ORDER:"         to ws-sl-label.
           move ws-on-order-count           to ws-sl-count.
           write purchasing-line from ws-summary-line.
           move "NO VENDOR SET UP:"         to ws-sl-label.
           move ws-no-vendor-count          to ws-sl-count.
           write purchasing-line from ws-summary-line.
           move "DRAFT PURCHASE ORDERS:"    to ws-sl-label.
           move ws-po-group-count           to ws-sl-count.
           write purchasing-line from ws-summary-line.
           move "DRAFT PO LINES:"           to ws-sl-label.
           move ws-lines-ordered            to ws-sl-count.
           write purchasing-line from ws-summary-line.
           move "REORDER LINES - NO ROOM:"  to ws-sl-label.
           move ws-no-room-count            to ws-sl-count.
           write purchasing-line from ws-summary-line.
           move "OPEN LINES NOT LOADED:"    to ws-sl-label.
           move ws-pl-dropped               to ws-sl-count.
           write purchasing-line from ws-summary-line.

      *Load the vendor names once at startup.
       800-load-vendor-master.
           move 0 to ws-vendor-count.
           open input vendor-master-file.
           if ws-vendor-status = "00"
               read vendor-master-file
                   at end move high-values to vendor-master-rec
               end-read
               perform until vendor-master-rec = high-values
                   if ws-vendor-count < 500
                       add 1 to ws-vendor-count
                       move vm-vendor-id
                           to ws-vd-id(ws-vendor-count)
                       move vm-vendor-name
                           to ws-vd-name(ws-vendor-count)
                   end-if
                   read vendor-master-file
                       at end move high-values to vendor-master-rec
                   end-read
               end-perform
               close vendor-master-file
           end-if.

      *Load the SKU-to-vendor terms once at startup. A SKU missing
      *here cannot be ordered automatically.
       810-load-sku-vendor.
           move 0 to ws-sv-count.
           open input sku-vendor-file.
           if ws-sku-vendor-status = "00"
               read sku-vendor-file
                   at end move high-values to sku-vendor-rec
               end-read
               perform until sku-vendor-rec = high-values
                   if ws-sv-count < 2000
                       add 1 to ws-sv-count
                       move sv-sku-code
                           to ws-sv-sku(ws-sv-count)
                       move sv-vendor-id
                           to ws-sv-vendor(ws-sv-count)
                       move sv-reorder-qty
                           to ws-sv-reorder-qty(ws-sv-count)
                       move sv-lead-days
                           to ws-sv-lead-days(ws-sv-count)
                   end-if
                   read sku-vendor-file
                       at end move high-values to sku-vendor-rec
                   end-read
               end-perform
               close sku-vendor-file
           end-if.

      *A missing control file starts the numbering from one.
       820-load-po-control.
           move 0 to ws-last-po-number.
           open input po-control-file.
           if ws-po-control-status = "00"
               read po-control-file
                   at end continue
                   not at end
                       move po-control-rec to ws-last-po-number
               end-read
               close po-control-file
           end-if.

      *Open the persistent purchase order file for update,
      *creating it empty on the very first run the way a fresh
      *indexed file normally has to be initialized before it can
      *be opened i-o.
       830-open-purchase-order-file.
           open i-o purchase-order-file.
           if ws-po-status not equal to "00"
               open output purchase-order-file
               close purchase-order-file
               open i-o purchase-order-file
           end-if.

      *Only the lines still owed are worth holding in storage -
      *closed lines stay on file for history.
       840-load-open-lines.
           move 'n' to ws-eof.
           move low-values to po-key.
           start purchase-order-file key >= po-key
               invalid key move 'y' to ws-eof
           end-start.
           if ws-eof = 'n'
               read purchase-order-file next
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 841-load-one-open-line until ws-eof = 'y'.

       841-load-one-open-line.
           if po-open and ws-pl-count >= 3000
               add 1 to ws-pl-dropped
           else
           if po-open
               add 1 to ws-pl-count
               move po-number            to ws-pl-number(ws-pl-count)
               move po-sku-code          to ws-pl-sku(ws-pl-count)
               move po-vendor-id         to ws-pl-vendor(ws-pl-count)
               move po-store-number      to ws-pl-store(ws-pl-count)
               move po-order-date
                   to ws-pl-order-date(ws-pl-count)
               move po-due-date          to ws-pl-due-date(ws-pl-count)
               move po-ordered-qty       to ws-pl-ordered(ws-pl-count)
               move po-received-qty      to ws-pl-received(ws-pl-count)
               move po-last-receipt-date
                   to ws-pl-receipt-date(ws-pl-count)
               move po-status            to ws-pl-status(ws-pl-count)
               move 'n'                  to ws-pl-changed(ws-pl-count)
               move 'n'                  to ws-pl-new(ws-pl-count)
               move 0                    to ws-pl-group(ws-pl-count)
           end-if
           end-if.
           read purchase-order-file next
               at end move 'y' to ws-eof.

       850-save-po-control.
           open output po-control-file.
           move ws-last-po-number to po-control-rec.
           write po-control-rec.
           close po-control-file.

      *Append one line to the shared audit trail recording the
      *program name, when it ran, and how many receipts it read
      *versus matched and how many order lines it drafted.
       900-write-audit-record.
           move "PURCHORDER"             to au-program-name.
           accept au-run-date            from date.
           accept au-run-time            from time.
           move ws-business-date-6       to au-business-date.
           move ws-receipts-read         to au-input-count.
           move ws-receipts-matched      to au-output-count-1.
           move ws-lines-ordered         to au-output-count-2.
           move ws-po-group-count        to au-output-count-3.
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

       end program PURCHORDER.
