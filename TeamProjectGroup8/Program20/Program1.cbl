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

      *SKU master - code, buyer-facing description, department and
      *list price, one SKU per line, so the reports can say what
      *moved instead of printing the raw 15-character code.
       fd sku-master-file
          record contains 45 characters
          data record is sku-master-rec.

       01 sku-master-rec.
           05 sm-sku-code             pic x(15).
           05 sm-description          pic x(20).
           05 sm-department           pic x(3).
           05 sm-list-price           pic 9(5)v99.

       fd movement-report-file
           data record is movement-line
       01 ws-post-units                pic 9(3).
       01 ws-post-value                pic 9(5)v99.

      *Basket size across the sales stream. A multi-line ticket's
      *lines arrive together on one invoice, so a new transaction
      *starts only where the invoice changes; units are summed off
      *every line.
       01 ws-last-invoice              pic x(9) value spaces.
       01 ws-basket-trans              pic 9(7) value 0.
       01 ws-basket-units              pic 9(7) value 0.
       01 ws-basket-size               pic 9(3)v99 value 0.

      *Working storage for ranking the SKU table by units moved
      *(descending), same selection-sort shape as Program3's store
      *ranking.
           05 filler                   pic x(1).
           05 ws-dl-description        pic x(20).

       01 ws-basket-line.
           05 filler                   pic x(14)
              value "TRANSACTIONS: ".
           05 ws-bl-trans              pic z(6)9.
           05 filler                   pic x(9)
              value "  UNITS: ".
           05 ws-bl-units              pic z(6)9.
           05 filler                   pic x(24)
              value "  UNITS PER TRANSACTION:".
           05 ws-bl-size               pic zz9.99.

       procedure division.
           perform 890-get-business-date.
           perform 800-load-sku-master.
           move si-quantity     to ws-post-units.
           move si-trans-amount to ws-post-value.
           perform 600-post-movement.
           if si-invoice-number not = ws-last-invoice
               add 1 to ws-basket-trans
               move si-invoice-number to ws-last-invoice
           end-if.
           add si-quantity to ws-basket-units.
           read sales-input-file
               at end move 'y' to ws-eof.

           perform 410-print-one-sku
               varying ws-rank-idx from 1 by 1
               until ws-rank-idx > ws-sku-count.
           perform 420-print-basket-size.
           close movement-report-file.

       420-print-basket-size.
           move 0 to ws-basket-size.
           if ws-basket-trans > 0
               compute ws-basket-size rounded =
                   ws-basket-units / ws-basket-trans
           end-if.
           move ws-basket-trans to ws-bl-trans.
           move ws-basket-units to ws-bl-units.
           move ws-basket-size  to ws-bl-size.
           move spaces to movement-line.
           write movement-line.
           write movement-line from ws-basket-line.

       410-print-one-sku.
           move ws-rank-idx                     to ws-dl-rank.
           move ws-sku-code(ws-rank-idx)        to ws-dl-sku.
