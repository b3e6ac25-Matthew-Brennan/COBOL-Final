      *    keyed read instead of somebody counting shelves. SKUs
      *    whose position falls below the minimum in
      *    sku-reorder-levels.dat come out on the reorder report
      *    for purchasing, and onto the reorder extract PURCHORDER
      *    turns into draft purchase orders. Each position also
      *    carries a running weighted-average unit cost, blended
      *    from the cost on the day's 'I' receipts, and every sale,
      *    layaway, return and stock movement is costed at that
      *    average onto the cost-of-sales file the margin report
      *    and GLEXTRACT read.
      *    A stock transfer ships out of one store on an 'F' record
      *    and is taken in at the other on a 'T' record under the
      *    same transfer number; in between, the units sit on the
      *    in-transit file at the shipping store's average cost.
      *    Every unit movement is also appended, dated, to the
      *    movement history, so a shelf count can be compared to
      *    the book position as it stood on the day it was taken.
      *    The back room keys a disposition against each return on
      *    return-dispositions.dat - restock, damaged, return to
      *    vendor or destroy. Only restocked units go back onto the
      *    sellable position; damaged and return-to-vendor units go
      *    onto a separate non-sellable position per store and SKU
      *    at the average cost they came back at, where RTVCLAIMS
      *    picks the vendor's units up, and destroyed units are
      *    written off to shrink. A return with no disposition is
      *    restocked as before; a disposition keyed after its
      *    return was already restocked takes the units back off
      *    the shelf.

       environment division.
       input-output section.
                   with duplicates
               file status is ws-master-status.

           select in-transit-file
               assign to "../../data/in-transit.dat"
               organization is indexed
               access mode is dynamic
               record key is it-key
               file status is ws-transit-status.

           select reorder-level-file
               assign to "../../data/sku-reorder-levels.dat"
               organization is line sequential
               record key is oh-key
               file status is ws-position-status.

           select disposition-file
               assign to "../../data/return-dispositions.dat"
               organization is line sequential
               file status is ws-disposition-status.

           select nonsellable-file
               assign to "../../data/nonsellable-position.dat"
               organization is indexed
               access mode is dynamic
               record key is ns-key
               file status is ws-nonsellable-status.

           select cost-of-sales-file
               assign to "../../data/cost-of-sales.dat"
               organization is line sequential.

           select movement-history-file
               assign to "../../data/onhand-history.dat"
               organization is line sequential
               file status is ws-history-status.

           select reorder-extract-file
               assign to "../../data/reorder-lines.dat"
               organization is line sequential.

           select reorder-report-file
               assign to "../../data/program-32-onhand.out"
               organization is line sequential.
       file section.
       fd inventory-input-file
           data record is inventory-input-line
           record contains 67 characters.

       01 inventory-input-line.
           05 ii-trans-code            pic x.
           05 ii-sku-code              pic x(15).
           05 ii-trans-date            pic 9(8).
      *Direction byte - 'D' deducts the quantity (a shrink/count
      *adjustment), 'F' ships it to the store named in the tender
      *field, 'T' takes in a transfer from the store named there,
      *anything else receives it into stock.
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

      *The day's linked exchanges - the SKU field carries the
      *replacement item walking out, the invoice field names the
      *original sale whose item is coming back.
       fd exchange-input-file
           data record is exchange-input-line
           record contains 67 characters.

       01 exchange-input-line.
           05 xi-trans-code            pic x.
           05 xi-customer-id           pic x(6).
           05 xi-approver-id           pic x(4).
           05 xi-tax-exempt            pic x.
           05 xi-trans-time            pic 9(4).

      *One master record per invoice, same layout MASTERLOAD
      *writes - the keyed read that tells an exchange which SKU is
           05 mr-customer-id          pic x(6).
           05 mr-approver-id          pic x(4).
           05 mr-tax-exempt           pic x.
           05 mr-trans-time           pic 9(4).

      *One record per transfer number per SKU - what left the
      *shipping store and when, at what unit cost, and what has
      *been taken in at the receiving store so far. Status 'S' is
      *still on the truck, 'R' has been received.
       fd in-transit-file
           data record is in-transit-rec.

       01 in-transit-rec.
           05 it-key.
               10 it-transfer-number  pic x(9).
               10 it-sku-code         pic x(15).
           05 it-from-store           pic xx.
           05 it-to-store             pic xx.
           05 it-ship-date            pic 9(8).
           05 it-shipped-qty          pic 9(5).
           05 it-unit-cost            pic 9(5)v9999.
           05 it-receive-date         pic 9(8).
           05 it-received-qty         pic 9(5).
           05 it-status               pic x.
               88 it-in-transit       value 'S'.
               88 it-received         value 'R'.

      *Minimum on-hand position per SKU, one per line - a SKU not
      *listed has no reorder point to watch.
           05 oh-sold-to-date         pic 9(9).
           05 oh-returned-to-date     pic 9(9).
           05 oh-last-movement-date   pic 9(8).
           05 oh-avg-unit-cost        pic 9(5)v9999.

      *What the back room decided to do with returned units - one
      *line per return line per disposition, so a return of three
      *can send two back to the shelf and one to the vendor. 'R'
      *restock, 'D' damaged, 'V' return to vendor, 'X' destroy.
       fd disposition-file
          record contains 30 characters
          data record is disposition-rec.

       01 disposition-rec.
           05 dp-store-number         pic xx.
           05 dp-invoice-number       pic x(9).
           05 dp-sku-code             pic x(15).
           05 dp-disposition          pic x.
               88 88-dp-restock       value 'R'.
               88 88-dp-damaged       value 'D'.
               88 88-dp-vendor        value 'V'.
               88 88-dp-destroy       value 'X'.
               88 88-dp-valid         value 'R' 'D' 'V' 'X'.
           05 dp-quantity             pic 9(3).

      *One non-sellable position per store per SKU - returned
      *units that are not going back on the shelf, damaged or
      *waiting to go back to the vendor, at the average cost they
      *came off the sellable position at. RTVCLAIMS takes the
      *vendor units off when it claims them.
       fd nonsellable-file
           data record is nonsellable-rec.

       01 nonsellable-rec.
           05 ns-key.
               10 ns-store-number     pic xx.
               10 ns-sku-code         pic x(15).
           05 ns-damaged-units        pic 9(7).
           05 ns-rtv-units            pic 9(7).
           05 ns-unit-cost            pic 9(5)v9999.
           05 ns-damaged-to-date      pic 9(9).
           05 ns-rtv-to-date          pic 9(9).
           05 ns-claimed-to-date      pic 9(9).
           05 ns-last-movement-date   pic 9(8).

      *One costed line per movement - the transaction it came
      *from, its retail value (zero for a stock movement), the
      *average unit cost it went out or came in at, and the
      *extended cost. An 'I' line is a receipt at its own cost, a
      *'D' line a stock deduction at the average.
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

      *One line per unit movement posted - store, SKU, the date it
      *happened, and the signed change in on-hand it made. Appended
      *to every night and never rewritten.
       fd movement-history-file
           data record is movement-history-rec
           record contains 31 characters.

       01 movement-history-rec.
           05 mh-store-number         pic xx.
           05 mh-sku-code             pic x(15).
           05 mh-trans-date           pic 9(8).
           05 mh-units                pic s9(5)
                                      sign leading separate.

      *Every store/SKU at or below its minimum tonight, for
      *purchasing to order against.
       fd reorder-extract-file
           data record is reorder-extract-rec
           record contains 30 characters.

       01 reorder-extract-rec.
           05 rx-store-number         pic xx.
           05 rx-sku-code             pic x(15).
           05 rx-on-hand              pic s9(7)
                                      sign leading separate.
           05 rx-minimum              pic 9(5).

       fd reorder-report-file
           data record is reorder-line
       01 ws-master-on-hand            pic x value 'n'.
       01 ws-reorder-status            pic xx.
       01 ws-position-status           pic xx.
       01 ws-transit-status            pic xx.
       01 ws-history-status            pic xx.
       01 ws-disposition-status        pic xx.
       01 ws-nonsellable-status        pic xx.
       01 ws-transfers-shipped         pic 9(7) value 0.
       01 ws-transfers-received        pic 9(7) value 0.
       01 ws-records-read              pic 9(7) value 0.
       01 ws-receipt-pass              pic x value 'F'.
           88 88-shipment-pass         value 'F'.
       01 ws-positions-posted          pic 9(7) value 0.
       01 ws-reorder-count             pic 9(7) value 0.
       01 ws-exch-unmatched            pic 9(7) value 0.
       01 ws-cost-lines                pic 9(7) value 0.
       01 ws-uncosted-count            pic 9(7) value 0.
       01 ws-inventory-value           pic 9(11)v99 value 0.
       01 ws-nonsellable-value         pic 9(11)v99 value 0.
       01 ws-restocked-units           pic 9(7) value 0.
       01 ws-damaged-units             pic 9(7) value 0.
       01 ws-vendor-units              pic 9(7) value 0.
       01 ws-destroyed-units           pic 9(7) value 0.
       01 ws-late-units                pic 9(7) value 0.
       01 ws-disp-rejected             pic 9(7) value 0.
       01 ws-disp-excess               pic 9(7) value 0.

      *The day's return dispositions loaded from
      *return-dispositions.dat. ws-dp-left is what is still to be
      *applied to a return; it is set back to the full quantity
      *before the costing pass walks the returns a second time.
      *ws-dp-matched says whether any of tonight's returns named
      *it at all.
       01 ws-disp-count                pic 9(4) value 0.
       01 ws-disp-table.
           05 ws-dp-entry occurs 1 to 2000 times
               depending on ws-disp-count
               indexed by ws-dp-idx.
               10 ws-dp-store          pic xx.
               10 ws-dp-invoice        pic x(9).
               10 ws-dp-sku            pic x(15).
               10 ws-dp-code           pic x.
               10 ws-dp-qty            pic 9(3).
               10 ws-dp-left           pic 9(3).
               10 ws-dp-matched        pic x.

      *How the return line being posted splits across the
      *dispositions - whatever no disposition covers is restocked.
       01 ws-split-left                pic 9(3).
       01 ws-split-take                pic 9(3).
       01 ws-split-restock             pic 9(3).
       01 ws-split-damaged             pic 9(3).
       01 ws-split-vendor              pic 9(3).
       01 ws-split-destroy             pic 9(3).
       01 ws-split-store               pic xx.
       01 ws-split-invoice             pic x(9).
       01 ws-split-sku                 pic x(15).

      *Minimum on-hand per SKU loaded from sku-reorder-levels.dat
      *so tightening a reorder point is a data file change, not a
               10 ws-mv-sold           pic 9(7).
               10 ws-mv-returned       pic 9(7).
               10 ws-mv-last-date      pic 9(8).
               10 ws-mv-rcpt-units     pic 9(7).
               10 ws-mv-rcpt-cost      pic 9(9)v99.
       01 ws-move-found                pic x value 'n'.
       01 ws-move-entry-idx            pic 9(4).

       01 ws-post-units                pic s9(5).
       01 ws-post-date                 pic 9(8).
       01 ws-post-bucket               pic x.
       01 ws-post-cost                 pic 9(5)v99.

      *Scratch fields for the average-cost blend and the costed
      *line being written.
       01 ws-open-units                pic s9(7).
       01 ws-cost-code                 pic x.
       01 ws-cost-invoice              pic x(9).
       01 ws-cost-revenue              pic 9(5)v99.

       01 ws-report-header             pic x(42)
           value "ON-HAND POSITION / REORDER REPORT".
           05 ws-sl-label              pic x(30).
           05 ws-sl-count              pic z(6)9.

       01 ws-value-line.
           05 ws-vl-label              pic x(30).
           05 ws-vl-value              pic $(10)9.99.

       01 ws-nonsellable-header.
           05 filler                   pic x(26)
              value "Store SKU".
           05 filler                   pic x(30)
              value "  Damaged  For RTV   Unit Cost".

       01 ws-nonsellable-line.
           05 filler                   pic x(2)
               value spaces.
           05 nl-store                 pic xx.
           05 filler                   pic x(2)
               value spaces.
           05 nl-sku                   pic x(15).
           05 filler                   pic x(2)
               value spaces.
           05 nl-damaged               pic z(6)9.
           05 filler                   pic x(2)
               value spaces.
           05 nl-vendor                pic z(6)9.
           05 filler                   pic x(2)
               value spaces.
           05 nl-unit-cost             pic zzzz9.9999.

       procedure division.
           perform 890-get-business-date.
           perform 800-open-position-file.
           perform 805-open-transit-file.
           perform 806-open-history-file.
           perform 807-open-nonsellable-file.
           perform 810-load-reorder-levels.
           perform 820-load-dispositions.
           perform 100-accumulate-receipts.
           perform 200-accumulate-sales.
           perform 300-accumulate-returns.
           perform 330-apply-late-dispositions.
           perform 350-accumulate-exchanges.
           perform 400-post-to-position-file.
           perform 450-write-cost-file.
           perform 500-print-reorder-report.
           perform 900-write-audit-record.
           close onhand-position-file, in-transit-file,
               movement-history-file, nonsellable-file.
           move 0 to return-code.
           goback.

      *A missing inventory stream just means nothing was received
      *today - sales and returns still move the positions. The
      *amount on a receipt is what the whole receipt cost. The
      *stream is read twice: every shipment goes on the truck
      *first, so a receipt keyed ahead of its shipment still comes
      *off at the shipped cost instead of blending in at nothing.
       100-accumulate-receipts.
           move 'F' to ws-receipt-pass.
           perform 105-scan-receipts.
           move 'R' to ws-receipt-pass.
           perform 105-scan-receipts.

       105-scan-receipts.
           move 'n' to ws-eof.
           open input inventory-input-file.
           if ws-inventory-status not = "00"
           end-if.

       110-post-one-receipt.
           if (88-shipment-pass and ii-transfer-out)
             or (not 88-shipment-pass and not ii-transfer-out)
               perform 115-post-receipt-movement
           end-if.
           read inventory-input-file
               at end move 'y' to ws-eof.

       115-post-receipt-movement.
           add 1 to ws-records-read.
           move ii-store-number to ws-post-store.
           move ii-sku-code     to ws-post-sku.
           move ii-trans-date   to ws-post-date.
           if ii-deduct
               compute ws-post-units = 0 - ii-quantity
               move 0 to ws-post-cost
           else
           if ii-transfer-out
               compute ws-post-units = 0 - ii-quantity
               move 0 to ws-post-cost
               perform 120-ship-transfer
           else
           if ii-transfer-in
               move ii-quantity to ws-post-units
               perform 130-receive-transfer
           else
               move ii-quantity to ws-post-units
               move ii-trans-amount to ws-post-cost
           end-if
           end-if
           end-if.
           move 'I' to ws-post-bucket.
           perform 600-post-movement.

      *Put the shipped units on the truck at the shipping store's
      *average cost as it stood before tonight's posting. A
      *transfer already on file either had its receipt keyed on
      *an earlier night or carries the SKU on more than one line -
      *the shipment fills in or adds to it.
       120-ship-transfer.
           add 1 to ws-transfers-shipped.
           move ii-store-number to oh-store-number.
           move ii-sku-code     to oh-sku-code.
           read onhand-position-file
               invalid key move 0 to oh-avg-unit-cost
           end-read.
           move ii-invoice-number to it-transfer-number.
           move ii-sku-code       to it-sku-code.
           read in-transit-file
               invalid key
                   move ii-store-number  to it-from-store
                   move ii-payment-type  to it-to-store
                   move ii-trans-date    to it-ship-date
                   move ii-quantity      to it-shipped-qty
                   move oh-avg-unit-cost to it-unit-cost
                   move 0                to it-receive-date
                   move 0                to it-received-qty
                   move 'S'              to it-status
                   write in-transit-rec
               not invalid key
                   if it-shipped-qty = 0
                       move ii-store-number  to it-from-store
                       move ii-trans-date    to it-ship-date
                       move oh-avg-unit-cost to it-unit-cost
                   end-if
                   add ii-quantity to it-shipped-qty
                   rewrite in-transit-rec
           end-read.

      *Take the units off the truck into the receiving store at
      *the cost they shipped at, so they blend into its average
      *like any receipt. A receipt with no shipment on file comes
      *in at no cost and shows up on the transfer aging report.
       130-receive-transfer.
           add 1 to ws-transfers-received.
           move ii-invoice-number to it-transfer-number.
           move ii-sku-code       to it-sku-code.
           read in-transit-file
               invalid key
                   move ii-payment-type  to it-from-store
                   move ii-store-number  to it-to-store
                   move 0                to it-ship-date
                   move 0                to it-shipped-qty
                   move 0                to it-unit-cost
                   move ii-trans-date    to it-receive-date
                   move ii-quantity      to it-received-qty
                   move 'R'              to it-status
                   write in-transit-rec
               not invalid key
                   add ii-quantity       to it-received-qty
                   move ii-trans-date    to it-receive-date
                   move 'R'              to it-status
                   rewrite in-transit-rec
           end-read.
           compute ws-post-cost rounded =
               ii-quantity * it-unit-cost.

      *Sales and layaways both take merchandise off the shelf - a
      *laid-away item is set aside for the customer either way.
           perform 310-post-one-return until ws-eof = 'y'.
           close returns-input-file.

      *Only the restocked part of a return goes back onto the
      *sellable position; the rest is put on the non-sellable
      *position or written off when the return is costed.
       310-post-one-return.
           add 1 to ws-records-read.
           perform 315-split-return.
           add ws-split-restock to ws-restocked-units.
           add ws-split-damaged to ws-damaged-units.
           add ws-split-vendor  to ws-vendor-units.
           add ws-split-destroy to ws-destroyed-units.
           if ws-split-restock > 0
               move ri-store-number  to ws-post-store
               move ri-sku-code      to ws-post-sku
               move ri-trans-date    to ws-post-date
               move ws-split-restock to ws-post-units
               move 'R' to ws-post-bucket
               perform 600-post-movement
           end-if.
           read returns-input-file
               at end move 'y' to ws-eof.

      *Share the return line's quantity out over the dispositions
      *keyed against its store, invoice and SKU, in the order they
      *were keyed; whatever none of them covers is restocked.
       315-split-return.
           move ri-quantity     to ws-split-left.
           move 0 to ws-split-restock, ws-split-damaged,
               ws-split-vendor, ws-split-destroy.
           move ri-store-number   to ws-split-store.
           move ri-invoice-number to ws-split-invoice.
           move ri-sku-code       to ws-split-sku.
           perform 316-apply-one-disposition
               varying ws-dp-idx from 1 by 1
               until ws-dp-idx > ws-disp-count
                  or ws-split-left = 0.
           add ws-split-left to ws-split-restock.

       316-apply-one-disposition.
           if ws-dp-store(ws-dp-idx)   = ws-split-store
             and ws-dp-invoice(ws-dp-idx) = ws-split-invoice
             and ws-dp-sku(ws-dp-idx)     = ws-split-sku
             and ws-dp-left(ws-dp-idx) > 0
               move 'y' to ws-dp-matched(ws-dp-idx)
               if ws-dp-left(ws-dp-idx) > ws-split-left
                   move ws-split-left to ws-split-take
               else
                   move ws-dp-left(ws-dp-idx) to ws-split-take
               end-if
               subtract ws-split-take from ws-dp-left(ws-dp-idx)
               subtract ws-split-take from ws-split-left
               perform 317-add-to-split
           end-if.

       317-add-to-split.
           if ws-dp-code(ws-dp-idx) = 'D'
               add ws-split-take to ws-split-damaged
           else
           if ws-dp-code(ws-dp-idx) = 'V'
               add ws-split-take to ws-split-vendor
           else
           if ws-dp-code(ws-dp-idx) = 'X'
               add ws-split-take to ws-split-destroy
           else
               add ws-split-take to ws-split-restock
           end-if
           end-if
           end-if.

      *A disposition none of tonight's returns named was keyed
      *after its return had already gone back on the shelf - take
      *the units back off the sellable position. A late restock
      *has nothing left to do. Units a disposition claims beyond
      *its return's quantity are a keying error and are only
      *counted.
       330-apply-late-dispositions.
           perform 331-apply-one-late-disposition
               varying ws-dp-idx from 1 by 1
               until ws-dp-idx > ws-disp-count.

       331-apply-one-late-disposition.
           if ws-dp-matched(ws-dp-idx) = 'y'
               add ws-dp-left(ws-dp-idx) to ws-disp-excess
           end-if.
           if ws-dp-matched(ws-dp-idx) = 'n'
             and ws-dp-code(ws-dp-idx) not = 'R'
               add ws-dp-left(ws-dp-idx) to ws-late-units
               if ws-dp-code(ws-dp-idx) = 'D'
                   add ws-dp-left(ws-dp-idx) to ws-damaged-units
               end-if
               if ws-dp-code(ws-dp-idx) = 'V'
                   add ws-dp-left(ws-dp-idx) to ws-vendor-units
               end-if
               if ws-dp-code(ws-dp-idx) = 'X'
                   add ws-dp-left(ws-dp-idx) to ws-destroyed-units
               end-if
               move ws-dp-store(ws-dp-idx) to ws-post-store
               move ws-dp-sku(ws-dp-idx)   to ws-post-sku
               move ws-business-date       to ws-post-date
               compute ws-post-units = 0 - ws-dp-left(ws-dp-idx)
               move 0 to ws-post-cost
               move 'I' to ws-post-bucket
               perform 600-post-movement
           end-if.

      *Put every disposition back to its full quantity so the
      *costing pass shares the returns out the same way.
       335-reset-dispositions.
           perform 336-reset-one-disposition
               varying ws-dp-idx from 1 by 1
               until ws-dp-idx > ws-disp-count.

       336-reset-one-disposition.
           move ws-dp-qty(ws-dp-idx) to ws-dp-left(ws-dp-idx).

      *An exchange moves merchandise both ways at the swapping
      *store: the replacement item leaves the shelf like a sale,
      *and the item the customer handed back goes on it like a
      *coming back; a sale the master no longer carries (archived,
      *or never matched) is counted instead, and the reorder
      *report tells the stockroom to key those as 'I' adjustments
      *so the position does not drift. A multi-line ticket sits on
      *the master under its 'H' header, which carries no SKU - an
      *exchange off a ticket is taken as like for like and puts
      *back the SKU going out.
       380-post-exchange-put-back.
           move 'n' to ws-sale-found.
           if ws-master-on-hand = 'y'
           end-if.
           if ws-sale-found = 'y'
               move xi-store-number to ws-post-store
               if mr-trans-code = 'H'
                   move xi-sku-code to ws-post-sku
               else
                   move mr-sku-code to ws-post-sku
               end-if
               move xi-trans-date   to ws-post-date
               move xi-quantity     to ws-post-units
               move 'R' to ws-post-bucket
               move 0 to ws-mv-sold(ws-move-count)
               move 0 to ws-mv-returned(ws-move-count)
               move 0 to ws-mv-last-date(ws-move-count)
               move 0 to ws-mv-rcpt-units(ws-move-count)
               move 0 to ws-mv-rcpt-cost(ws-move-count)
               move ws-move-count to ws-move-entry-idx
               move 'y' to ws-move-found
           end-if.
               if ws-post-bucket = 'I'
                   add ws-post-units
                       to ws-mv-received(ws-move-entry-idx)
                   if ws-post-units > 0
                       add ws-post-units
                           to ws-mv-rcpt-units(ws-move-entry-idx)
                       add ws-post-cost
                           to ws-mv-rcpt-cost(ws-move-entry-idx)
                   end-if
               end-if
               if ws-post-bucket = 'S'
                   add ws-post-units
                       to ws-mv-last-date(ws-move-entry-idx)
               end-if
           end-if.
           perform 620-write-history-line.

      *Sales take units off the shelf; receipts (signed already)
      *and returns put them on.
       620-write-history-line.
           move ws-post-store to mh-store-number.
           move ws-post-sku   to mh-sku-code.
           move ws-post-date  to mh-trans-date.
           if ws-post-bucket = 'S'
               compute mh-units = 0 - ws-post-units
           else
               move ws-post-units to mh-units
           end-if.
           write movement-history-rec.

       610-search-move-entry.
           if ws-post-store = ws-mv-store(ws-mv-idx)

      *Fold today's per-store/SKU movement into the persistent
      *position file - find-or-add by key, the same way TAXREMIT
      *posts its store/period buckets. Today's receipts are blended
      *into the average cost before today's sales come off, so the
      *whole day sells at the one average.
       400-post-to-position-file.
           perform 410-post-one-position
               varying ws-mv-idx from 1 by 1
           move ws-mv-sku(ws-mv-idx)   to oh-sku-code.
           read onhand-position-file
               invalid key
                   move 0 to ws-open-units
                   move 0 to oh-avg-unit-cost
                   perform 415-blend-average-cost
                   compute oh-on-hand =
                       ws-mv-received(ws-mv-idx)
                       - ws-mv-sold(ws-mv-idx)
                       to oh-last-movement-date
                   write onhand-rec
               not invalid key
                   move oh-on-hand to ws-open-units
                   perform 415-blend-average-cost
                   compute oh-on-hand =
                       oh-on-hand
                       + ws-mv-received(ws-mv-idx)
           end-read.
           add 1 to ws-positions-posted.

      *Weighted average: the units already on the shelf at the old
      *average plus today's receipts at what they cost. Stock at
      *or below zero carries no cost of its own, so the receipts
      *set the average by themselves.
       415-blend-average-cost.
           if ws-mv-rcpt-units(ws-mv-idx) > 0
               if ws-open-units > 0
                   compute oh-avg-unit-cost rounded =
                       ((ws-open-units * oh-avg-unit-cost)
                        + ws-mv-rcpt-cost(ws-mv-idx))
                       / (ws-open-units + ws-mv-rcpt-units(ws-mv-idx))
               else
                   compute oh-avg-unit-cost rounded =
                       ws-mv-rcpt-cost(ws-mv-idx)
                       / ws-mv-rcpt-units(ws-mv-idx)
               end-if
           end-if.

      *Cost every movement of the day at its position's new
      *average - receipts and deductions, sales and layaways,
      *returns - onto the cost-of-sales file.
       450-write-cost-file.
           open output cost-of-sales-file.
           move 'n' to ws-eof.
           open input inventory-input-file.
           if ws-inventory-status not = "00"
               move 'y' to ws-eof
           else
               read inventory-input-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 460-cost-one-receipt until ws-eof = 'y'.
           if ws-inventory-status = "00" or ws-inventory-status = "10"
               close inventory-input-file
           end-if.

           move 'n' to ws-eof.
           open input sales-input-file.
           read sales-input-file
               at end move 'y' to ws-eof.
           perform 470-cost-one-sale until ws-eof = 'y'.
           close sales-input-file.

           perform 335-reset-dispositions.
           move 'n' to ws-eof.
           open input returns-input-file.
           read returns-input-file
               at end move 'y' to ws-eof.
           perform 480-cost-one-return until ws-eof = 'y'.
           close returns-input-file.
           perform 487-cost-late-dispositions
               varying ws-dp-idx from 1 by 1
               until ws-dp-idx > ws-disp-count.
           close cost-of-sales-file.

       460-cost-one-receipt.
           move ii-store-number   to ws-post-store.
           move ii-sku-code       to ws-post-sku.
           move ii-trans-date     to ws-post-date.
           move ii-quantity       to ws-post-units.
           move ii-invoice-number to ws-cost-invoice.
           move 0                 to ws-cost-revenue.
           if ii-deduct
               move 'D' to ws-cost-code
           else
           if ii-transfer-out or ii-transfer-in
               move ii-direction to ws-cost-code
               move ii-invoice-number to it-transfer-number
               move ii-sku-code       to it-sku-code
               read in-transit-file
                   invalid key move 0 to it-unit-cost
               end-read
               compute ws-post-cost rounded =
                   ii-quantity * it-unit-cost
           else
               move 'I' to ws-cost-code
               move ii-trans-amount to ws-post-cost
           end-if
           end-if.
           perform 490-write-cost-line.
           read inventory-input-file
               at end move 'y' to ws-eof.

       470-cost-one-sale.
           if si-trans-code = 'S' or si-trans-code = 'L'
               move si-store-number   to ws-post-store
               move si-sku-code       to ws-post-sku
               move si-trans-date     to ws-post-date
               move si-quantity       to ws-post-units
               move si-invoice-number to ws-cost-invoice
               move si-trans-amount   to ws-cost-revenue
               move si-trans-code     to ws-cost-code
               perform 490-write-cost-line
           end-if.
           read sales-input-file
               at end move 'y' to ws-eof.

      *The whole return comes back out of cost of sales at the
      *average; damaged and vendor units then sit on the
      *non-sellable position at that cost, and destroyed units go
      *straight back out to shrink on a 'D' line.
       480-cost-one-return.
           perform 315-split-return.
           move ri-store-number   to ws-post-store.
           move ri-sku-code       to ws-post-sku.
           move ri-trans-date     to ws-post-date.
           move ri-quantity       to ws-post-units.
           move ri-invoice-number to ws-cost-invoice.
           move ri-trans-amount   to ws-cost-revenue.
           move 'R'               to ws-cost-code.
           perform 490-write-cost-line.
           if ws-split-damaged > 0 or ws-split-vendor > 0
               perform 485-post-nonsellable
           end-if.
           if ws-split-destroy > 0
               move ws-split-destroy to ws-post-units
               move 0                to ws-cost-revenue
               move 'D'              to ws-cost-code
               perform 490-write-cost-line
           end-if.
           read returns-input-file
               at end move 'y' to ws-eof.

      *Add the damaged and vendor units in ws-split to the store/
      *SKU's non-sellable position, blending the sellable average
      *they came off at into its cost.
       485-post-nonsellable.
           move ws-post-store to oh-store-number.
           move ws-post-sku   to oh-sku-code.
           read onhand-position-file
               invalid key move 0 to oh-avg-unit-cost
           end-read.
           move ws-post-store to ns-store-number.
           move ws-post-sku   to ns-sku-code.
           read nonsellable-file
               invalid key
                   move ws-split-damaged to ns-damaged-units
                   move ws-split-vendor  to ns-rtv-units
                   move oh-avg-unit-cost to ns-unit-cost
                   move ws-split-damaged to ns-damaged-to-date
                   move ws-split-vendor  to ns-rtv-to-date
                   move 0                to ns-claimed-to-date
                   move ws-post-date     to ns-last-movement-date
                   write nonsellable-rec
               not invalid key
                   compute ws-open-units =
                       ns-damaged-units + ns-rtv-units
                   if ws-open-units > 0
                       compute ns-unit-cost rounded =
                           ((ws-open-units * ns-unit-cost)
                            + ((ws-split-damaged + ws-split-vendor)
                               * oh-avg-unit-cost))
                           / (ws-open-units + ws-split-damaged
                              + ws-split-vendor)
                   else
                       move oh-avg-unit-cost to ns-unit-cost
                   end-if
                   add ws-split-damaged to ns-damaged-units
                   add ws-split-vendor  to ns-rtv-units
                   add ws-split-damaged to ns-damaged-to-date
                   add ws-split-vendor  to ns-rtv-to-date
                   if ws-post-date > ns-last-movement-date
                       move ws-post-date to ns-last-movement-date
                   end-if
                   rewrite nonsellable-rec
           end-read.

      *A late disposition's units left the sellable position
      *tonight - onto the non-sellable position, or written off.
       487-cost-late-dispositions.
           if ws-dp-matched(ws-dp-idx) = 'n'
             and ws-dp-code(ws-dp-idx) not = 'R'
               move ws-dp-store(ws-dp-idx)   to ws-post-store
               move ws-dp-sku(ws-dp-idx)     to ws-post-sku
               move ws-business-date         to ws-post-date
               move ws-dp-left(ws-dp-idx)    to ws-post-units
               move ws-dp-invoice(ws-dp-idx) to ws-cost-invoice
               move 0 to ws-split-damaged, ws-split-vendor
               if ws-dp-code(ws-dp-idx) = 'D'
                   move ws-dp-left(ws-dp-idx) to ws-split-damaged
               end-if
               if ws-dp-code(ws-dp-idx) = 'V'
                   move ws-dp-left(ws-dp-idx) to ws-split-vendor
               end-if
               if ws-dp-code(ws-dp-idx) = 'X'
                   move 0   to ws-cost-revenue
                   move 'D' to ws-cost-code
                   perform 490-write-cost-line
               else
                   perform 485-post-nonsellable
               end-if
           end-if.

      *A store/SKU with no cost yet - sold before anything was
      *ever received against it - goes out at zero and is counted
      *so the margin it overstates is visible on the report. A
      *transfer line ('F' out, 'T' in) moves at the cost it
      *shipped at, not at either store's average.
       490-write-cost-line.
           move ws-post-store to oh-store-number.
           move ws-post-sku   to oh-sku-code.
           read onhand-position-file
               invalid key move 0 to oh-avg-unit-cost
           end-read.
           move ws-cost-code     to cs-trans-code.
           move ws-post-store    to cs-store-number.
           move ws-post-sku      to cs-sku-code.
           move ws-post-date     to cs-trans-date.
           move ws-cost-invoice  to cs-invoice-number.
           move ws-post-units    to cs-quantity.
           move ws-cost-revenue  to cs-revenue.
           move oh-avg-unit-cost to cs-unit-cost.
           if ws-cost-code = 'F' or ws-cost-code = 'T'
               move it-unit-cost to cs-unit-cost
           end-if.
           if ws-cost-code = 'I' or ws-cost-code = 'F'
             or ws-cost-code = 'T'
               move ws-post-cost to cs-extended-cost
           else
               compute cs-extended-cost rounded =
                   ws-post-units * oh-avg-unit-cost
           end-if.
           if cs-unit-cost = 0 and ws-cost-code not = 'I'
               add 1 to ws-uncosted-count
           end-if.
           write cost-of-sales-rec.
           add 1 to ws-cost-lines.

      *Walk the whole position file and report every store/SKU
      *sitting at or below its reorder minimum - purchasing's call
      *list for the morning.
       500-print-reorder-report.
           open output reorder-report-file.
           open output reorder-extract-file.
           write reorder-line from ws-report-header.
           move spaces to reorder-line.
           write reorder-line.
               end-read
           end-if.
           perform 510-check-one-position until ws-eof = 'y'.
           move spaces to reorder-line.
           write reorder-line.
           move "ON-HAND VALUE AT AVERAGE COST:" to ws-vl-label.
           move ws-inventory-value              to ws-vl-value.
           write reorder-line from ws-value-line.
           if ws-uncosted-count > 0
               move "MOVEMENTS COSTED AT ZERO:" to ws-sl-label
               move ws-uncosted-count               to ws-sl-count
               write reorder-line from ws-summary-line
           end-if.

           move spaces to reorder-line.
           write reorder-line.
           move "STORE/SKUS BELOW MINIMUM:" to ws-sl-label.
           move ws-reorder-count            to ws-sl-count.
           write reorder-line from ws-summary-line.
           if ws-transfers-shipped > 0 or ws-transfers-received > 0
               move "TRANSFER LINES SHIPPED:"  to ws-sl-label
               move ws-transfers-shipped       to ws-sl-count
               write reorder-line from ws-summary-line
               move "TRANSFER LINES RECEIVED:" to ws-sl-label
               move ws-transfers-received      to ws-sl-count
               write reorder-line from ws-summary-line
           end-if.
           if ws-exch-unmatched > 0
               move "EXCHANGE PUT-BACKS UNMATCHED:" to ws-sl-label
               move ws-exch-unmatched           to ws-sl-count
                   to reorder-line
               write reorder-line
           end-if.
           perform 530-print-nonsellable.
           close reorder-report-file, reorder-extract-file.

      *Returned units by disposition, then every store/SKU with
      *non-sellable stock on hand and what it is worth at cost.
       530-print-nonsellable.
           move spaces to reorder-line.
           write reorder-line.
           move "RETURNED UNITS RESTOCKED:"    to ws-sl-label.
           move ws-restocked-units             to ws-sl-count.
           write reorder-line from ws-summary-line.
           move "RETURNED UNITS DAMAGED:"      to ws-sl-label.
           move ws-damaged-units               to ws-sl-count.
           write reorder-line from ws-summary-line.
           move "RETURNED UNITS FOR VENDOR:"   to ws-sl-label.
           move ws-vendor-units                to ws-sl-count.
           write reorder-line from ws-summary-line.
           move "RETURNED UNITS DESTROYED:"    to ws-sl-label.
           move ws-destroyed-units             to ws-sl-count.
           write reorder-line from ws-summary-line.
           if ws-late-units > 0
               move "UNITS TAKEN BACK OFF SHELF:" to ws-sl-label
               move ws-late-units                 to ws-sl-count
               write reorder-line from ws-summary-line
           end-if.
           if ws-disp-excess > 0
               move "UNITS DISPOSED OVER RETURN:" to ws-sl-label
               move ws-disp-excess                   to ws-sl-count
               write reorder-line from ws-summary-line
           end-if.
           if ws-disp-rejected > 0
               move "DISPOSITIONS NOT RECOGNISED:" to ws-sl-label
               move ws-disp-rejected               to ws-sl-count
               write reorder-line from ws-summary-line
           end-if.

           move spaces to reorder-line.
           write reorder-line.
           move "NON-SELLABLE STOCK" to reorder-line.
           write reorder-line.
           write reorder-line from ws-nonsellable-header.
           move 'n' to ws-eof.
           move low-values to ns-key.
           start nonsellable-file key >= ns-key
               invalid key move 'y' to ws-eof
           end-start.
           if ws-eof = 'n'
               read nonsellable-file next
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 535-print-one-nonsellable until ws-eof = 'y'.
           move spaces to reorder-line.
           write reorder-line.
           move "NON-SELLABLE VALUE AT COST:" to ws-vl-label.
           move ws-nonsellable-value          to ws-vl-value.
           write reorder-line from ws-value-line.

       535-print-one-nonsellable.
           if ns-damaged-units > 0 or ns-rtv-units > 0
               move ns-store-number  to nl-store
               move ns-sku-code      to nl-sku
               move ns-damaged-units to nl-damaged
               move ns-rtv-units     to nl-vendor
               move ns-unit-cost     to nl-unit-cost
               write reorder-line from ws-nonsellable-line
               compute ws-nonsellable-value rounded =
                   ws-nonsellable-value
                   + ((ns-damaged-units + ns-rtv-units)
                      * ns-unit-cost)
           end-if.
           read nonsellable-file next
               at end move 'y' to ws-eof.

       510-check-one-position.
           if oh-on-hand > 0
               compute ws-inventory-value rounded =
                   ws-inventory-value + (oh-on-hand * oh-avg-unit-cost)
           end-if.
           perform 520-lookup-reorder-level.
           if ws-min-found = 'y'
             and oh-on-hand <= ws-min-match-level
               move oh-on-hand          to rd-on-hand
               move ws-min-match-level  to rd-minimum
               write reorder-line from ws-reorder-detail-line
               move oh-store-number     to rx-store-number
               move oh-sku-code         to rx-sku-code
               move oh-on-hand          to rx-on-hand
               move ws-min-match-level  to rx-minimum
               write reorder-extract-rec
           end-if.
           read onhand-position-file next
               at end move 'y' to ws-eof.
               move ws-min-level(ws-min-idx) to ws-min-match-level
           end-if.

      *Same first-run initialization for the in-transit file.
       805-open-transit-file.
           open i-o in-transit-file.
           if ws-transit-status not equal to "00"
               open output in-transit-file
               close in-transit-file
               open i-o in-transit-file
           end-if.

      *The history only ever grows - append to it, starting it on
      *the very first run.
       806-open-history-file.
           open extend movement-history-file.
           if ws-history-status not = "00"
               open output movement-history-file
           end-if.

      *Same first-run initialization for the non-sellable file.
       807-open-nonsellable-file.
           open i-o nonsellable-file.
           if ws-nonsellable-status not equal to "00"
               open output nonsellable-file
               close nonsellable-file
               open i-o nonsellable-file
           end-if.

      *Load the per-SKU reorder minimums once at startup. A missing
      *file just means purchasing has not set any reorder points -
      *the positions still post, nothing is flagged.
               close reorder-level-file
           end-if.

      *Load the day's return dispositions. A missing file means
      *the back room keyed none and every return is restocked; a
      *line with a code that is not on the list is counted and
      *left out, so its units are restocked too.
       820-load-dispositions.
           move 0 to ws-disp-count.
           open input disposition-file.
           if ws-disposition-status = "00"
               read disposition-file
                   at end move high-values to disposition-rec
               end-read
               perform until disposition-rec = high-values
                   if 88-dp-valid and ws-disp-count < 2000
                       add 1 to ws-disp-count
                       move dp-store-number
                           to ws-dp-store(ws-disp-count)
                       move dp-invoice-number
                           to ws-dp-invoice(ws-disp-count)
                       move dp-sku-code
                           to ws-dp-sku(ws-disp-count)
                       move dp-disposition
                           to ws-dp-code(ws-disp-count)
                       move dp-quantity
                           to ws-dp-qty(ws-disp-count)
                       move dp-quantity
                           to ws-dp-left(ws-disp-count)
                       move 'n' to ws-dp-matched(ws-disp-count)
                   else
                       add 1 to ws-disp-rejected
                   end-if
                   read disposition-file
                       at end move high-values to disposition-rec
                   end-read
               end-perform
               close disposition-file
           end-if.

      *Open the persistent position file for update, creating it
      *empty on the very first run the way a fresh indexed file
      *normally has to be initialized before it can be opened i-o.
