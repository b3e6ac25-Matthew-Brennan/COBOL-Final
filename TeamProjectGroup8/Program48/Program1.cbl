       identification division.
       program-id. TRANSFERAGE.
       author. Group8.
       date-written. 2026-10-15.
      *Description:
      *    Nightly in-transit aging report. Walks the in-transit
      *    file ONHANDLEDGER keeps for inter-store stock transfers
      *    and lists every transfer line shipped but still not
      *    received after the configurable number of days, valued
      *    at the cost it shipped at, and every line whose quantity
      *    taken in does not match the quantity shipped - including
      *    receipts keyed against a transfer nobody shipped. A
      *    truckload that never arrived shows up here within days
      *    instead of as shrink at the next count.

       environment division.
       input-output section.
       file-control.
           select in-transit-file
               assign to "../../data/in-transit.dat"
               organization is indexed
               access mode is dynamic
               record key is it-key
               file status is ws-transit-status.

           select transfer-control-file
               assign to "../../data/transfer-control.dat"
               organization is line sequential
               file status is ws-control-status.

           select transfer-report-file
               assign to "../../data/program-48-transfers.out"
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
      *One record per transfer number per SKU, same layout
      *ONHANDLEDGER writes.
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

      *How many days a transfer may sit on the truck before it
      *lands on the report. Data, not code.
       fd transfer-control-file
          record contains 3 characters
          data record is transfer-control-rec.

       01 transfer-control-rec        pic 9(3).

       fd transfer-report-file
           data record is transfer-line
           record contains 90 characters.

       01 transfer-line               pic x(90).

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
       01 ws-transit-status           pic xx.
       01 ws-control-status           pic xx.
       01 ws-age-limit-days           pic 9(3) value 5.
       01 ws-age-days                 pic 9(5) value 0.
       01 ws-records-read             pic 9(7) value 0.
       01 ws-aged-count               pic 9(7) value 0.
       01 ws-mismatch-count           pic 9(7) value 0.
       01 ws-aged-value               pic 9(9)v99 value 0.
       01 ws-line-value               pic 9(9)v99 value 0.
       01 ws-qty-difference           pic s9(5) value 0.
       01 ws-report-pass              pic x value space.
           88 ws-aging-pass           value 'A'.
           88 ws-mismatch-pass        value 'M'.

       01 ws-report-header.
           05 filler                  pic x(40)
               value "IN-TRANSIT TRANSFER AGING REPORT".
           05 filler                  pic x(9) value "AS OF:".
           05 ws-rh-date              pic 9(8).

       01 ws-aging-title.
           05 filler                  pic x(34)
               value "SHIPPED, NOT RECEIVED AFTER DAYS:".
           05 ws-at-days              pic zz9.

       01 ws-aging-header.
           05 filler                  pic x(40)
               value "Transfer  Fr To SKU              Shipped".
           05 filler                  pic x(40)
               value "  ShipDate   Age        Value".

       01 ws-aging-line.
           05 al-transfer             pic x(9).
           05 filler                  pic x(1) value space.
           05 al-from                 pic xx.
           05 filler                  pic x(1) value space.
           05 al-to                   pic xx.
           05 filler                  pic x(1) value space.
           05 al-sku                  pic x(15).
           05 filler                  pic x(1) value space.
           05 al-shipped              pic z(6)9.
           05 filler                  pic x(2) value spaces.
           05 al-ship-date            pic 9(8).
           05 filler                  pic x(1) value space.
           05 al-age                  pic z(4)9.
           05 filler                  pic x(1) value space.
           05 al-value                pic $(8)9.99.

       01 ws-mismatch-title           pic x(40)
           value "RECEIVED QUANTITY DOES NOT MATCH SHIPPED".

       01 ws-mismatch-header.
           05 filler                  pic x(40)
               value "Transfer  Fr To SKU              Shipped".
           05 filler                  pic x(40)
               value " Received Difference  RcvDate".

       01 ws-mismatch-line.
           05 ml-transfer             pic x(9).
           05 filler                  pic x(1) value space.
           05 ml-from                 pic xx.
           05 filler                  pic x(1) value space.
           05 ml-to                   pic xx.
           05 filler                  pic x(1) value space.
           05 ml-sku                  pic x(15).
           05 filler                  pic x(1) value space.
           05 ml-shipped              pic z(6)9.
           05 filler                  pic x(1) value space.
           05 ml-received             pic z(7)9.
           05 filler                  pic x(1) value space.
           05 ml-difference           pic -(8)9.
           05 filler                  pic x(2) value spaces.
           05 ml-receive-date         pic 9(8).

       01 ws-summary-line.
           05 ws-sl-label             pic x(30).
           05 ws-sl-count             pic z(6)9.

       01 ws-value-line.
           05 ws-vl-label             pic x(30).
           05 ws-vl-value             pic $(10)9.99.

       procedure division.
           perform 890-get-business-date.
           perform 100-load-age-limit.
           open input in-transit-file.
           open output transfer-report-file.
           move ws-business-date to ws-rh-date.
           write transfer-line from ws-report-header.

           move spaces to transfer-line.
           write transfer-line.
           move ws-age-limit-days to ws-at-days.
           write transfer-line from ws-aging-title.
           write transfer-line from ws-aging-header.
           move 'A' to ws-report-pass.
           perform 200-walk-transit-file.

           move spaces to transfer-line.
           write transfer-line.
           write transfer-line from ws-mismatch-title.
           write transfer-line from ws-mismatch-header.
           move 'M' to ws-report-pass.
           perform 200-walk-transit-file.

           perform 400-print-summary.
           perform 900-write-audit-record.
           if ws-transit-status = "00" or ws-transit-status = "10"
               close in-transit-file
           end-if.
           close transfer-report-file.
           move 0 to return-code.
           goback.

      *A missing control file just means the shop default of five
      *days stands.
       100-load-age-limit.
           open input transfer-control-file.
           if ws-control-status = "00"
               read transfer-control-file
                   at end continue
                   not at end
                       move transfer-control-rec to ws-age-limit-days
               end-read
               close transfer-control-file
           end-if.

      *One pass over the whole in-transit file per report section.
      *No file yet just means nobody has shipped anything.
       200-walk-transit-file.
           move 'n' to ws-eof.
           if ws-transit-status not = "00"
             and ws-transit-status not = "10"
               move 'y' to ws-eof
           else
               move low-values to it-key
               start in-transit-file key >= it-key
                   invalid key move 'y' to ws-eof
               end-start
           end-if.
           if ws-eof = 'n'
               read in-transit-file next
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 210-check-one-transfer until ws-eof = 'y'.

       210-check-one-transfer.
           if ws-aging-pass
               add 1 to ws-records-read
               if it-in-transit
                   perform 220-age-transfer
               end-if
           else
               if it-received
                 and it-received-qty not = it-shipped-qty
                   perform 230-report-mismatch
               end-if
           end-if.
           read in-transit-file next
               at end move 'y' to ws-eof.

       220-age-transfer.
           compute ws-age-days =
               function integer-of-date(ws-business-date) -
               function integer-of-date(it-ship-date).
           if ws-age-days > ws-age-limit-days
               add 1 to ws-aged-count
               compute ws-line-value rounded =
                   it-shipped-qty * it-unit-cost
               add ws-line-value to ws-aged-value
               move it-transfer-number to al-transfer
               move it-from-store      to al-from
               move it-to-store        to al-to
               move it-sku-code        to al-sku
               move it-shipped-qty     to al-shipped
               move it-ship-date       to al-ship-date
               move ws-age-days        to al-age
               move ws-line-value      to al-value
               write transfer-line from ws-aging-line
           end-if.

      *Short, over, or taken in against a transfer never shipped -
      *the last shows a shipped quantity of zero.
       230-report-mismatch.
           add 1 to ws-mismatch-count.
           compute ws-qty-difference =
               it-received-qty - it-shipped-qty.
           move it-transfer-number to ml-transfer.
           move it-from-store      to ml-from.
           move it-to-store        to ml-to.
           move it-sku-code        to ml-sku.
           move it-shipped-qty     to ml-shipped.
           move it-received-qty    to ml-received.
           move ws-qty-difference  to ml-difference.
           move it-receive-date    to ml-receive-date.
           write transfer-line from ws-mismatch-line.

       400-print-summary.
           move spaces to transfer-line.
           write transfer-line.
           move "TRANSFER LINES ON FILE:"  to ws-sl-label.
           move ws-records-read            to ws-sl-count.
           write transfer-line from ws-summary-line.
           move "OVERDUE IN TRANSIT:"      to ws-sl-label.
           move ws-aged-count              to ws-sl-count.
           write transfer-line from ws-summary-line.
           move "OVERDUE VALUE AT COST:"   to ws-vl-label.
           move ws-aged-value              to ws-vl-value.
           write transfer-line from ws-value-line.
           move "QUANTITY MISMATCHES:"     to ws-sl-label.
           move ws-mismatch-count          to ws-sl-count.
           write transfer-line from ws-summary-line.

      *Append one line to the shared audit trail recording the
      *program name, when it ran, and how many transfer lines it
      *read versus overdue and mismatched.
       900-write-audit-record.
           move "TRANSFERAGE"            to au-program-name.
           accept au-run-date            from date.
           accept au-run-time            from time.
           move ws-business-date-6       to au-business-date.
           move ws-records-read          to au-input-count.
           move ws-aged-count            to au-output-count-1.
           move ws-mismatch-count        to au-output-count-2.
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

       end program TRANSFERAGE.
