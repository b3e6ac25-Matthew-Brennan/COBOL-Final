       identification division.
       program-id. RTVCLAIMS.
       author. Group8.
       date-written. 2026-10-15.
      *Description:
      *    Return-to-vendor credit claims. Every store/SKU with
      *    returned units ONHANDLEDGER put on the non-sellable
      *    position for the vendor is claimed tonight from the
      *    SKU's vendor in sku-vendor.dat - one claim per vendor
      *    per store, numbered off rtv-control.dat, a line per SKU
      *    at the units' cost - and the units come off the
      *    non-sellable position as they ship back. The claims go
      *    to rtv-outbound.dat for the vendor and onto the indexed
      *    claim file, where they stay open until the vendor's
      *    credit arrives. The credit memos accounts payable keys
      *    on vendor-credits.dat are matched to their claims; a
      *    claim closes when it is credited in full, or short when
      *    the vendor marks the credit final, and the shortfall is
      *    written off. Shipments, credits and shortfalls go to
      *    rtv-postings.dat under the business date for GLEXTRACT
      *    to post. The report shows tonight's credits and claims
      *    and every claim still open with how long it has waited.

       environment division.
       input-output section.
       file-control.
           select nonsellable-file
               assign to "../../data/nonsellable-position.dat"
               organization is indexed
               access mode is dynamic
               record key is ns-key
               file status is ws-nonsellable-status.

           select vendor-master-file
               assign to "../../data/vendor-master.dat"
               organization is line sequential
               file status is ws-vendor-status.

           select sku-vendor-file
               assign to "../../data/sku-vendor.dat"
               organization is line sequential
               file status is ws-sku-vendor-status.

           select rtv-control-file
               assign to "../../data/rtv-control.dat"
               organization is line sequential
               file status is ws-control-status.

           select claim-file
               assign to "../../data/rtv-claims.dat"
               organization is indexed
               access mode is dynamic
               record key is vc-key
               file status is ws-claim-status.

           select credit-file
               assign to "../../data/vendor-credits.dat"
               organization is line sequential
               file status is ws-credit-status.

           select claim-outbound-file
               assign to "../../data/rtv-outbound.dat"
               organization is line sequential.

           select posting-file
               assign to "../../data/rtv-postings.dat"
               organization is line sequential
               file status is ws-posting-status.

           select claims-report-file
               assign to "../../data/program-65-rtvclaims.out"
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
      *One non-sellable position per store per SKU, as
      *ONHANDLEDGER keeps it - damaged units and units waiting to
      *go back to the vendor, at the cost they came back at.
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

      *Last claim number handed out.
       fd rtv-control-file
           record contains 8 characters
           data record is rtv-control-rec.

       01 rtv-control-rec             pic 9(8).

      *One record per claim per SKU. Status 'O' while the vendor
      *still owes the credit, 'C' once it is credited in full, 'W'
      *closed short on the vendor's final credit with the rest
      *written off.
       fd claim-file
           data record is claim-rec.

       01 claim-rec.
           05 vc-key.
               10 vc-claim-number     pic x(9).
               10 vc-sku-code         pic x(15).
           05 vc-vendor-id            pic x(5).
           05 vc-store-number         pic xx.
           05 vc-claim-date           pic 9(8).
           05 vc-units                pic 9(5).
           05 vc-unit-cost            pic 9(5)v9999.
           05 vc-claim-amount         pic 9(7)v99.
           05 vc-credited-amount      pic 9(7)v99.
           05 vc-credit-date          pic 9(8).
           05 vc-credit-memo          pic x(10).
           05 vc-status               pic x.
               88 88-vc-open          value 'O'.
               88 88-vc-credited      value 'C'.
               88 88-vc-written-off   value 'W'.

      *The day's vendor credit memos as accounts payable keys
      *them - the claim the credit is against, the vendor, the
      *memo date, amount and reference, and 'F' when the vendor
      *says that is all the claim will get.
       fd credit-file
           record contains 42 characters
           data record is credit-rec.

       01 credit-rec.
           05 cr-claim-number         pic x(9).
           05 cr-vendor-id            pic x(5).
           05 cr-credit-date          pic 9(8).
           05 cr-amount               pic 9(7)v99.
           05 cr-credit-memo          pic x(10).
           05 cr-final-flag           pic x.
               88 88-cr-final         value 'F'.

      *Tonight's claims for the vendors - an 'H' header per claim
      *followed by its 'D' lines.
       fd claim-outbound-file
           record contains 64 characters
           data record is claim-header-rec claim-detail-rec.

       01 claim-header-rec.
           05 ch-record-type          pic x.
           05 ch-claim-number         pic x(9).
           05 ch-vendor-id            pic x(5).
           05 ch-vendor-name          pic x(25).
           05 ch-store-number         pic xx.
           05 ch-claim-date           pic 9(8).
           05 ch-total-units          pic 9(5).
           05 ch-total-amount         pic 9(7)v99.

       01 claim-detail-rec.
           05 cd-record-type          pic x.
           05 cd-claim-number         pic x(9).
           05 cd-sku-code             pic x(15).
           05 cd-units                pic 9(5).
           05 cd-unit-cost            pic 9(5)v9999.
           05 cd-amount               pic 9(7)v99.
           05 filler                  pic x(16).

      *Shipments, credits and write-offs, appended night after
      *night under the business date - GLEXTRACT posts the ones
      *dated today. 'S' units shipped back on a claim, 'C' a
      *vendor credit received, 'W' the short part of a claim
      *closed short, 'G' a credit over what was claimed.
       fd posting-file
           record contains 34 characters
           data record is posting-rec.

       01 posting-rec.
           05 rp-store-number         pic xx.
           05 rp-post-date            pic 9(8).
           05 rp-posting-type         pic x.
           05 rp-claim-number         pic x(9).
           05 rp-vendor-id            pic x(5).
           05 rp-amount               pic 9(7)v99.

       fd claims-report-file
           data record is claims-line
           record contains 100 characters.

       01 claims-line                 pic x(100).

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
       01 ws-claim-eof                pic x value 'n'.
       01 ws-nonsellable-status       pic xx.
       01 ws-vendor-status            pic xx.
       01 ws-sku-vendor-status        pic xx.
       01 ws-control-status           pic xx.
       01 ws-claim-status             pic xx.
       01 ws-credit-status            pic xx.
       01 ws-posting-status           pic xx.

       01 ws-credits-read             pic 9(7) value 0.
       01 ws-credits-applied          pic 9(7) value 0.
       01 ws-credits-refused          pic 9(7) value 0.
       01 ws-credited-today           pic 9(9)v99 value 0.
       01 ws-claims-closed            pic 9(7) value 0.
       01 ws-written-off-today        pic 9(9)v99 value 0.
       01 ws-positions-read           pic 9(7) value 0.
       01 ws-no-vendor-count          pic 9(7) value 0.
       01 ws-claims-raised            pic 9(7) value 0.
       01 ws-claimed-today            pic 9(9)v99 value 0.
       01 ws-open-lines               pic 9(7) value 0.
       01 ws-open-balance             pic 9(9)v99 value 0.
       01 ws-overdue-lines            pic 9(7) value 0.

      *Vendor names loaded from vendor-master.dat.
       01 ws-vendor-count             pic 999 value 0.
       01 ws-vendor-table.
           05 ws-vendor-entry occurs 1 to 500 times
               depending on ws-vendor-count
               indexed by ws-vd-idx.
               10 ws-vd-id            pic x(5).
               10 ws-vd-name          pic x(25).
       01 ws-vendor-name-match        pic x(25).
       01 ws-lookup-vendor            pic x(5).

      *SKU-to-vendor assignments loaded from sku-vendor.dat.
       01 ws-sv-count                 pic 9(4) value 0.
       01 ws-sv-table.
           05 ws-sv-entry occurs 1 to 2000 times
               depending on ws-sv-count
               indexed by ws-sv-idx.
               10 ws-sv-sku           pic x(15).
               10 ws-sv-vendor        pic x(5).
       01 ws-sv-found                 pic x value 'n'.
       01 ws-sv-match-idx             pic 9(4).

      *The claim a credit is against, totalled across its lines.
       01 ws-cl-found                 pic x value 'n'.
       01 ws-cl-vendor                pic x(5).
       01 ws-cl-store                 pic xx.
       01 ws-cl-claimed               pic 9(9)v99 value 0.
       01 ws-cl-credited              pic 9(9)v99 value 0.
       01 ws-cl-open-lines            pic 999 value 0.
       01 ws-cl-memo-used             pic x value 'n'.
       01 ws-cl-closing               pic x value 'n'.
       01 ws-credit-left              pic 9(9)v99 value 0.
       01 ws-line-owed                pic 9(9)v99 value 0.
       01 ws-line-take                pic 9(9)v99 value 0.
       01 ws-shortfall                pic 9(9)v99 value 0.
       01 ws-credit-result            pic x(36).

      *Tonight's claims, one per vendor per store, and the lines
      *raised on them.
       01 ws-cg-count                 pic 999 value 0.
       01 ws-cg-table.
           05 ws-cg-entry occurs 1 to 500 times
               depending on ws-cg-count
               indexed by ws-cg-idx.
               10 ws-cg-number        pic x(9).
               10 ws-cg-vendor        pic x(5).
               10 ws-cg-store         pic xx.
               10 ws-cg-units         pic 9(5).
               10 ws-cg-amount        pic 9(7)v99.
       01 ws-cg-found                 pic x value 'n'.
       01 ws-cg-match                 pic 999 value 0.

       01 ws-nl-count                 pic 9(4) value 0.
       01 ws-nl-table.
           05 ws-nl-entry occurs 1 to 3000 times
               depending on ws-nl-count
               indexed by ws-nl-idx.
               10 ws-nl-group         pic 999.
               10 ws-nl-sku           pic x(15).
               10 ws-nl-units         pic 9(5).
               10 ws-nl-unit-cost     pic 9(5)v9999.
               10 ws-nl-amount        pic 9(7)v99.

      *Claim numbers are 'V' and an eight-digit counter.
       01 ws-last-claim-number        pic 9(8) value 0.
       01 ws-next-claim.
           05 ws-nc-prefix            pic x value 'V'.
           05 ws-nc-number            pic 9(8).

       01 ws-line-amount              pic 9(7)v99 value 0.
       01 ws-days-open                pic 9(5) value 0.

       01 ws-report-header.
           05 filler                  pic x(40)
               value "RETURN-TO-VENDOR CLAIMS".
           05 filler                  pic x(9) value "AS OF:".
           05 ws-rh-date              pic 9(8).

       01 ws-section-line             pic x(60).

       01 ws-credit-header.
           05 filler                  pic x(10) value "CLAIM".
           05 filler                  pic x(6)  value "VEND".
           05 filler                  pic x(9)  value "DATE".
           05 filler                  pic x(11) value "MEMO".
           05 filler                  pic x(13) value "      CREDIT".
           05 filler                  pic x(6)  value "RESULT".

       01 ws-credit-line.
           05 rl-claim                pic x(9).
           05 filler                  pic x value space.
           05 rl-vendor               pic x(5).
           05 filler                  pic x value space.
           05 rl-date                 pic 9(8).
           05 filler                  pic x value space.
           05 rl-memo                 pic x(10).
           05 filler                  pic x value space.
           05 rl-amount               pic $(8)9.99.
           05 filler                  pic x value space.
           05 rl-result               pic x(36).

       01 ws-claim-header.
           05 filler                  pic x(10) value "CLAIM".
           05 filler                  pic x(6)  value "VEND".
           05 filler                  pic x(26) value "VENDOR NAME".
           05 filler                  pic x(3)  value "ST".
           05 filler                  pic x(16) value "SKU".
           05 filler                  pic x(6)  value "UNITS".
           05 filler                  pic x(12) value "     AMOUNT".

       01 ws-claim-line.
           05 nl-claim                pic x(9).
           05 filler                  pic x value space.
           05 nl-vendor               pic x(5).
           05 filler                  pic x value space.
           05 nl-vendor-name          pic x(25).
           05 filler                  pic x value space.
           05 nl-store                pic xx.
           05 filler                  pic x value space.
           05 nl-sku                  pic x(15).
           05 filler                  pic x value space.
           05 nl-units                pic zzzz9.
           05 filler                  pic x value space.
           05 nl-amount               pic $(7)9.99.

       01 ws-open-header.
           05 filler                  pic x(10) value "CLAIM".
           05 filler                  pic x(6)  value "VEND".
           05 filler                  pic x(3)  value "ST".
           05 filler                  pic x(16) value "SKU".
           05 filler                  pic x(9)  value "CLAIMED".
           05 filler                  pic x(6)  value "UNITS".
           05 filler                  pic x(12) value "      OWED".
           05 filler                  pic x(6)  value "DAYS".

       01 ws-open-line.
           05 ol-claim                pic x(9).
           05 filler                  pic x value space.
           05 ol-vendor               pic x(5).
           05 filler                  pic x value space.
           05 ol-store                pic xx.
           05 filler                  pic x value space.
           05 ol-sku                  pic x(15).
           05 filler                  pic x value space.
           05 ol-claim-date           pic 9(8).
           05 filler                  pic x value space.
           05 ol-units                pic zzzz9.
           05 filler                  pic x value space.
           05 ol-owed                 pic $(7)9.99.
           05 filler                  pic x value space.
           05 ol-days                 pic zzzz9.
           05 filler                  pic x value space.
           05 ol-flag                 pic x(12).

       01 ws-none-line                pic x(40)
           value "  NONE".

       01 ws-summary-line.
           05 ws-sml-label            pic x(34).
           05 ws-sml-count            pic z(6)9.

       01 ws-value-line.
           05 ws-vl-label             pic x(34).
           05 ws-vl-value             pic $(9)9.99.

       procedure division.
           perform 890-get-business-date.
           perform 800-load-vendors.
           perform 805-load-sku-vendors.
           perform 810-open-files.
           perform 815-load-rtv-control.

           open output claims-report-file.
           move ws-business-date to ws-rh-date.
           write claims-line from ws-report-header.

           perform 100-apply-credits.
           perform 200-build-claims.
           perform 300-write-claims.
           perform 400-age-open-claims.
           perform 600-print-summary.
           perform 820-save-rtv-control.
           perform 900-write-audit-record.

           close nonsellable-file, claim-file, posting-file.
           close claims-report-file.
           move 0 to return-code.
           goback.

      *Match each credit memo keyed today to its claim. Credits
      *are matched before tonight's claims are raised, so a credit
      *can only ever be against a claim already with the vendor.
      *A missing file just means no vendor credit came in.
       100-apply-credits.
           move spaces to claims-line.
           write claims-line.
           move "VENDOR CREDITS RECEIVED:" to ws-section-line.
           write claims-line from ws-section-line.
           write claims-line from ws-credit-header.
           move 'n' to ws-eof.
           open input credit-file.
           if ws-credit-status not = "00"
               move 'y' to ws-eof
           else
               read credit-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 110-apply-one-credit until ws-eof = 'y'.
           if ws-credit-status = "00" or ws-credit-status = "10"
               close credit-file
           end-if.
           if ws-credits-read = 0
               write claims-line from ws-none-line
           end-if.

      *The claim has to be on file, be the vendor's, still be
      *open and the credit has to carry an amount - and a memo
      *already on one of the claim's lines has been applied once,
      *so keying it again would credit the claim twice. The credit is
      *shared over the claim's lines in SKU order; the claim
      *closes once it is fully credited or the vendor calls the
      *credit final.
       110-apply-one-credit.
           add 1 to ws-credits-read.
           perform 120-total-claim.
           if ws-cl-found = 'n'
               move "REFUSED - NO SUCH CLAIM" to ws-credit-result
           else
           if ws-cl-vendor not = cr-vendor-id
               move "REFUSED - CLAIM IS ANOTHER VENDOR'S"
                   to ws-credit-result
           else
           if ws-cl-memo-used = 'y'
               move "REFUSED - MEMO ALREADY APPLIED"
                   to ws-credit-result
           else
           if ws-cl-open-lines = 0
               move "REFUSED - CLAIM ALREADY CLOSED"
                   to ws-credit-result
           else
           if cr-amount = 0
               move "REFUSED - NO CREDIT AMOUNT" to ws-credit-result
           else
               move spaces to ws-credit-result
           end-if
           end-if
           end-if
           end-if
           end-if.
           if ws-credit-result = spaces
               perform 130-credit-claim-lines
               add 1 to ws-credits-applied
               add cr-amount to ws-credited-today
           else
               add 1 to ws-credits-refused
           end-if.
           perform 140-print-credit.
           read credit-file
               at end move 'y' to ws-eof.

      *Total up the claim named on the credit - what was claimed,
      *what has been credited so far, and how many lines are open.
       120-total-claim.
           move 'n' to ws-cl-found.
           move spaces to ws-cl-vendor, ws-cl-store.
           move 0 to ws-cl-claimed, ws-cl-credited, ws-cl-open-lines.
           move 'n' to ws-cl-memo-used.
           perform 125-start-claim.
           perform 121-total-one-line until ws-claim-eof = 'y'.

       121-total-one-line.
           move 'y' to ws-cl-found.
           move vc-vendor-id    to ws-cl-vendor.
           move vc-store-number to ws-cl-store.
           add vc-claim-amount    to ws-cl-claimed.
           add vc-credited-amount to ws-cl-credited.
           if 88-vc-open
               add 1 to ws-cl-open-lines
           end-if.
           if vc-credit-memo = cr-credit-memo
             and cr-credit-memo not = spaces
               move 'y' to ws-cl-memo-used
           end-if.
           perform 126-read-claim-line.

      *Position on the first line of the claim on the credit.
       125-start-claim.
           move 'n' to ws-claim-eof.
           move cr-claim-number to vc-claim-number.
           move low-values      to vc-sku-code.
           start claim-file key >= vc-key
               invalid key move 'y' to ws-claim-eof
           end-start.
           if ws-claim-eof = 'n'
               perform 126-read-claim-line
           end-if.

       126-read-claim-line.
           read claim-file next record
               at end move 'y' to ws-claim-eof
           end-read.
           if ws-claim-eof = 'n'
             and vc-claim-number not = cr-claim-number
               move 'y' to ws-claim-eof
           end-if.

      *Share the credit over the open lines, oldest SKU first. A
      *closing credit settles every open line - what it does not
      *cover is written off - and anything left once every line
      *is paid is more than the vendor owed.
       130-credit-claim-lines.
           move cr-amount to ws-credit-left.
           move 0 to ws-shortfall.
           if 88-cr-final
             or ws-cl-credited + cr-amount >= ws-cl-claimed
               move 'y' to ws-cl-closing
               add 1 to ws-claims-closed
           else
               move 'n' to ws-cl-closing
           end-if.
           perform 125-start-claim.
           perform 131-credit-one-line until ws-claim-eof = 'y'.
           move ws-cl-store to rp-store-number.
           move 'C'         to rp-posting-type.
           move cr-amount   to rp-amount.
           perform 710-write-posting.
           if ws-shortfall > 0
               move 'W'          to rp-posting-type
               move ws-shortfall to rp-amount
               perform 710-write-posting
               add ws-shortfall to ws-written-off-today
           end-if.
           if ws-credit-left > 0
               move 'G'            to rp-posting-type
               move ws-credit-left to rp-amount
               perform 710-write-posting
           end-if.
           if ws-cl-closing = 'n'
               move "APPLIED - CLAIM STILL OPEN" to ws-credit-result
           else
           if ws-credit-left > 0
               move "APPLIED - CREDIT OVER CLAIM"
                   to ws-credit-result
           else
           if ws-shortfall > 0
               move "APPLIED - CLOSED SHORT, WRITTEN OFF"
                   to ws-credit-result
           else
               move "APPLIED - CLAIM CREDITED IN FULL"
                   to ws-credit-result
           end-if
           end-if
           end-if.

       131-credit-one-line.
           if 88-vc-open
               compute ws-line-owed =
                   vc-claim-amount - vc-credited-amount
               if ws-credit-left > ws-line-owed
                   move ws-line-owed to ws-line-take
               else
                   move ws-credit-left to ws-line-take
               end-if
               add ws-line-take to vc-credited-amount
               subtract ws-line-take from ws-credit-left
               move cr-credit-date to vc-credit-date
               move cr-credit-memo to vc-credit-memo
               if ws-cl-closing = 'y'
                   if vc-credited-amount < vc-claim-amount
                       compute ws-shortfall = ws-shortfall
                           + vc-claim-amount - vc-credited-amount
                       move 'W' to vc-status
                   else
                       move 'C' to vc-status
                   end-if
               end-if
               rewrite claim-rec
                   invalid key continue
               end-rewrite
           end-if.
           perform 126-read-claim-line.

       140-print-credit.
           move cr-claim-number  to rl-claim.
           move cr-vendor-id     to rl-vendor.
           move cr-credit-date   to rl-date.
           move cr-credit-memo   to rl-memo.
           move cr-amount        to rl-amount.
           move ws-credit-result to rl-result.
           write claims-line from ws-credit-line.

      *Walk the non-sellable positions and claim every unit
      *waiting to go back to a vendor. A SKU with no vendor on
      *sku-vendor.dat cannot be claimed; its units stay where they
      *are and are counted for purchasing to set one up.
       200-build-claims.
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
           perform 210-claim-one-position until ws-eof = 'y'.

       210-claim-one-position.
           add 1 to ws-positions-read.
           if ns-rtv-units > 0
               perform 700-find-sku-vendor
               if ws-sv-found = 'n'
                   add 1 to ws-no-vendor-count
               else
                   perform 220-find-claim-group
                   if ws-cg-found = 'y' and ws-nl-count < 3000
                       perform 230-raise-claim-line
                   end-if
               end-if
           end-if.
           read nonsellable-file next
               at end move 'y' to ws-eof.

      *Tonight's claim for the vendor and store, starting a new
      *one under the next claim number if there is none yet.
       220-find-claim-group.
           move 'n' to ws-cg-found.
           perform 221-match-claim-group
               varying ws-cg-idx from 1 by 1
               until ws-cg-idx > ws-cg-count
                  or ws-cg-found = 'y'.
           if ws-cg-found = 'n' and ws-cg-count < 500
               add 1 to ws-cg-count
               move ws-cg-count to ws-cg-match
               add 1 to ws-last-claim-number
               move ws-last-claim-number to ws-nc-number
               move ws-next-claim to ws-cg-number(ws-cg-match)
               move ws-sv-vendor(ws-sv-match-idx)
                   to ws-cg-vendor(ws-cg-match)
               move ns-store-number to ws-cg-store(ws-cg-match)
               move 0 to ws-cg-units(ws-cg-match)
               move 0 to ws-cg-amount(ws-cg-match)
               move 'y' to ws-cg-found
               add 1 to ws-claims-raised
           end-if.

       221-match-claim-group.
           if ws-cg-vendor(ws-cg-idx) = ws-sv-vendor(ws-sv-match-idx)
             and ws-cg-store(ws-cg-idx) = ns-store-number
               move 'y' to ws-cg-found
               set ws-cg-match to ws-cg-idx
           end-if.

      *Put the SKU's vendor units on the claim at the position's
      *cost and take them off the non-sellable position - they
      *leave with the claim.
       230-raise-claim-line.
           compute ws-line-amount rounded =
               ns-rtv-units * ns-unit-cost.
           move ws-cg-number(ws-cg-match) to vc-claim-number.
           move ns-sku-code               to vc-sku-code.
           move ws-cg-vendor(ws-cg-match) to vc-vendor-id.
           move ns-store-number           to vc-store-number.
           move ws-business-date          to vc-claim-date.
           move ns-rtv-units              to vc-units.
           move ns-unit-cost              to vc-unit-cost.
           move ws-line-amount            to vc-claim-amount.
           move 0                         to vc-credited-amount.
           move 0                         to vc-credit-date.
           move spaces                    to vc-credit-memo.
           move 'O'                       to vc-status.
           write claim-rec
               invalid key continue
           end-write.

           add 1 to ws-nl-count.
           move ws-cg-match    to ws-nl-group(ws-nl-count).
           move ns-sku-code    to ws-nl-sku(ws-nl-count).
           move ns-rtv-units   to ws-nl-units(ws-nl-count).
           move ns-unit-cost   to ws-nl-unit-cost(ws-nl-count).
           move ws-line-amount to ws-nl-amount(ws-nl-count).
           add ns-rtv-units   to ws-cg-units(ws-cg-match).
           add ws-line-amount to ws-cg-amount(ws-cg-match).
           add ws-line-amount to ws-claimed-today.

           add ns-rtv-units to ns-claimed-to-date.
           move 0 to ns-rtv-units.
           move ws-business-date to ns-last-movement-date.
           rewrite nonsellable-rec
               invalid key continue
           end-rewrite.

      *Each of tonight's claims - its header and lines to the
      *vendor file, its lines on the report, and the shipment's
      *cost moved out of inventory on the posting file.
       300-write-claims.
           open output claim-outbound-file.
           move spaces to claims-line.
           write claims-line.
           move "CLAIMS RAISED TONIGHT:" to ws-section-line.
           write claims-line from ws-section-line.
           write claims-line from ws-claim-header.
           perform 310-write-one-claim
               varying ws-cg-idx from 1 by 1
               until ws-cg-idx > ws-cg-count.
           if ws-cg-count = 0
               write claims-line from ws-none-line
           end-if.
           close claim-outbound-file.

       310-write-one-claim.
           move ws-cg-vendor(ws-cg-idx) to ws-lookup-vendor.
           perform 705-find-vendor-name.
           move 'H'                     to ch-record-type.
           move ws-cg-number(ws-cg-idx) to ch-claim-number.
           move ws-cg-vendor(ws-cg-idx) to ch-vendor-id.
           move ws-vendor-name-match    to ch-vendor-name.
           move ws-cg-store(ws-cg-idx)  to ch-store-number.
           move ws-business-date        to ch-claim-date.
           move ws-cg-units(ws-cg-idx)  to ch-total-units.
           move ws-cg-amount(ws-cg-idx) to ch-total-amount.
           write claim-header-rec.
           perform 320-write-one-line
               varying ws-nl-idx from 1 by 1
               until ws-nl-idx > ws-nl-count.
           move ws-cg-store(ws-cg-idx)  to rp-store-number.
           move 'S'                     to rp-posting-type.
           move ws-cg-number(ws-cg-idx) to rp-claim-number.
           move ws-cg-vendor(ws-cg-idx) to rp-vendor-id.
           move ws-cg-amount(ws-cg-idx) to rp-amount.
           perform 711-write-posting-line.

       320-write-one-line.
           if ws-nl-group(ws-nl-idx) = ws-cg-idx
               move spaces                     to claim-detail-rec
               move 'D'                        to cd-record-type
               move ws-cg-number(ws-cg-idx)    to cd-claim-number
               move ws-nl-sku(ws-nl-idx)       to cd-sku-code
               move ws-nl-units(ws-nl-idx)     to cd-units
               move ws-nl-unit-cost(ws-nl-idx) to cd-unit-cost
               move ws-nl-amount(ws-nl-idx)    to cd-amount
               write claim-detail-rec
               move ws-cg-number(ws-cg-idx)    to nl-claim
               move ws-cg-vendor(ws-cg-idx)    to nl-vendor
               move ws-vendor-name-match       to nl-vendor-name
               move ws-cg-store(ws-cg-idx)     to nl-store
               move ws-nl-sku(ws-nl-idx)       to nl-sku
               move ws-nl-units(ws-nl-idx)     to nl-units
               move ws-nl-amount(ws-nl-idx)    to nl-amount
               write claims-line from ws-claim-line
           end-if.

      *Every claim line still waiting on the vendor, with how many
      *days it has been out. One out past sixty days is flagged
      *for purchasing to chase.
       400-age-open-claims.
           move spaces to claims-line.
           write claims-line.
           move "CLAIMS AWAITING VENDOR CREDIT:" to ws-section-line.
           write claims-line from ws-section-line.
           write claims-line from ws-open-header.
           move 'n' to ws-eof.
           move low-values to vc-key.
           start claim-file key >= vc-key
               invalid key move 'y' to ws-eof
           end-start.
           if ws-eof = 'n'
               read claim-file next record
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 410-age-one-line until ws-eof = 'y'.
           if ws-open-lines = 0
               write claims-line from ws-none-line
           end-if.

       410-age-one-line.
           if 88-vc-open
               add 1 to ws-open-lines
               move 0 to ws-days-open
               if vc-claim-date >= 19000101
                 and vc-claim-date <= ws-business-date
                   compute ws-days-open =
                       function integer-of-date(ws-business-date)
                     - function integer-of-date(vc-claim-date)
               end-if
               compute ws-line-owed =
                   vc-claim-amount - vc-credited-amount
               add ws-line-owed to ws-open-balance
               move vc-claim-number to ol-claim
               move vc-vendor-id    to ol-vendor
               move vc-store-number to ol-store
               move vc-sku-code     to ol-sku
               move vc-claim-date   to ol-claim-date
               move vc-units        to ol-units
               move ws-line-owed    to ol-owed
               move ws-days-open    to ol-days
               if ws-days-open > 60
                   move "OVER 60 DAYS" to ol-flag
                   add 1 to ws-overdue-lines
               else
                   move spaces to ol-flag
               end-if
               write claims-line from ws-open-line
           end-if.
           read claim-file next record
               at end move 'y' to ws-eof.

       600-print-summary.
           move spaces to claims-line.
           write claims-line.
           move "VENDOR CREDITS READ:"            to ws-sml-label.
           move ws-credits-read                   to ws-sml-count.
           write claims-line from ws-summary-line.
           move "VENDOR CREDITS APPLIED:"         to ws-sml-label.
           move ws-credits-applied                to ws-sml-count.
           write claims-line from ws-summary-line.
           move "VENDOR CREDITS REFUSED:"         to ws-sml-label.
           move ws-credits-refused                to ws-sml-count.
           write claims-line from ws-summary-line.
           move "CREDITED TONIGHT:"               to ws-vl-label.
           move ws-credited-today                 to ws-vl-value.
           write claims-line from ws-value-line.
           move "CLAIMS CLOSED:"                  to ws-sml-label.
           move ws-claims-closed                  to ws-sml-count.
           write claims-line from ws-summary-line.
           move "SHORT CREDITS WRITTEN OFF:"      to ws-vl-label.
           move ws-written-off-today              to ws-vl-value.
           write claims-line from ws-value-line.
           move "NON-SELLABLE POSITIONS READ:"    to ws-sml-label.
           move ws-positions-read                 to ws-sml-count.
           write claims-line from ws-summary-line.
           move "CLAIMS RAISED:"                  to ws-sml-label.
           move ws-claims-raised                  to ws-sml-count.
           write claims-line from ws-summary-line.
           move "CLAIMED TONIGHT:"                to ws-vl-label.
           move ws-claimed-today                  to ws-vl-value.
           write claims-line from ws-value-line.
           if ws-no-vendor-count > 0
               move "RTV STOCK WITH NO VENDOR ON FILE:"
                   to ws-sml-label
               move ws-no-vendor-count            to ws-sml-count
               write claims-line from ws-summary-line
           end-if.
           move "CLAIM LINES OPEN:"               to ws-sml-label.
           move ws-open-lines                     to ws-sml-count.
           write claims-line from ws-summary-line.
           move "CLAIM LINES OVER 60 DAYS:"       to ws-sml-label.
           move ws-overdue-lines                  to ws-sml-count.
           write claims-line from ws-summary-line.
           move "VENDOR CREDITS OUTSTANDING:"     to ws-vl-label.
           move ws-open-balance                   to ws-vl-value.
           write claims-line from ws-value-line.

      *Which vendor supplies ns-sku-code? ws-sv-match-idx points
      *at its entry when ws-sv-found is 'y'.
       700-find-sku-vendor.
           move 'n' to ws-sv-found.
           perform 701-match-sku-vendor
               varying ws-sv-idx from 1 by 1
               until ws-sv-idx > ws-sv-count
                  or ws-sv-found = 'y'.

       701-match-sku-vendor.
           if ws-sv-sku(ws-sv-idx) = ns-sku-code
               move 'y' to ws-sv-found
               set ws-sv-match-idx to ws-sv-idx
           end-if.

      *The vendor's name for ws-lookup-vendor, blank if the
      *vendor is not on the master.
       705-find-vendor-name.
           move spaces to ws-vendor-name-match.
           perform 706-match-vendor-name
               varying ws-vd-idx from 1 by 1
               until ws-vd-idx > ws-vendor-count.

       706-match-vendor-name.
           if ws-vd-id(ws-vd-idx) = ws-lookup-vendor
               move ws-vd-name(ws-vd-idx) to ws-vendor-name-match
           end-if.

      *One posting line against the claim on the credit being
      *applied; the caller sets the store, type and amount.
       710-write-posting.
           move cr-claim-number to rp-claim-number.
           move cr-vendor-id    to rp-vendor-id.
           perform 711-write-posting-line.

       711-write-posting-line.
           move ws-business-date to rp-post-date.
           write posting-rec.

      *Vendor names, once at startup.
       800-load-vendors.
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

      *The vendor behind each SKU, once at startup.
       805-load-sku-vendors.
           move 0 to ws-sv-count.
           open input sku-vendor-file.
           if ws-sku-vendor-status = "00"
               read sku-vendor-file
                   at end move high-values to sku-vendor-rec
               end-read
               perform until sku-vendor-rec = high-values
                   if ws-sv-count < 2000
                       add 1 to ws-sv-count
                       move sv-sku-code  to ws-sv-sku(ws-sv-count)
                       move sv-vendor-id to ws-sv-vendor(ws-sv-count)
                   end-if
                   read sku-vendor-file
                       at end move high-values to sku-vendor-rec
                   end-read
               end-perform
               close sku-vendor-file
           end-if.

      *Open the non-sellable position and the claim file for
      *update, creating them empty on the very first run, and the
      *posting file for append.
       810-open-files.
           open i-o nonsellable-file.
           if ws-nonsellable-status not equal to "00"
               open output nonsellable-file
               close nonsellable-file
               open i-o nonsellable-file
           end-if.
           open i-o claim-file.
           if ws-claim-status not equal to "00"
               open output claim-file
               close claim-file
               open i-o claim-file
           end-if.
           open extend posting-file.
           if ws-posting-status not = "00"
               open output posting-file
           end-if.

      *A missing control file starts the numbering from one.
       815-load-rtv-control.
           move 0 to ws-last-claim-number.
           open input rtv-control-file.
           if ws-control-status = "00"
               read rtv-control-file
                   at end continue
                   not at end
                       move rtv-control-rec to ws-last-claim-number
               end-read
               close rtv-control-file
           end-if.

       820-save-rtv-control.
           open output rtv-control-file.
           move ws-last-claim-number to rtv-control-rec.
           write rtv-control-rec.
           close rtv-control-file.

      *Append one line to the shared audit trail recording the
      *program name, when it ran, how many vendor credits it read,
      *and the credits applied, claims raised and claim lines
      *still open.
       900-write-audit-record.
           move "RTVCLAIMS"              to au-program-name.
           accept au-run-date            from date.
           accept au-run-time            from time.
           move ws-business-date-6       to au-business-date.
           move ws-credits-read          to au-input-count.
           move ws-credits-applied       to au-output-count-1.
           move ws-claims-raised         to au-output-count-2.
           move ws-open-lines            to au-output-count-3.
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

       end program RTVCLAIMS.
