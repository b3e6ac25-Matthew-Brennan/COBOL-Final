           05 vr-invoice-number        pic x(9).
           05 vr-sku-code              pic x(15).
           05 vr-trans-date            pic 9(8).
           05 filler                   pic x(23).

      *Holds the expected price range for one SKU, one per line.
       fd sku-price-file
           05 pc-end-date             pic 9(8).
           05 pc-promo-price          pic 9(5)v99.

      *SKU master - code, buyer-facing description, department and
      *list price, one SKU per line, so the variance list can say
      *what drifted instead of printing the raw 15-character code.
       fd sku-master-file
          record contains 45 characters
          data record is sku-master-rec.

       01 sku-master-rec.
           05 sm-sku-code             pic x(15).
           05 sm-description          pic x(20).
           05 sm-department           pic x(3).
           05 sm-list-price           pic 9(5)v99.

      *The proposed replacement table, same layout as
      *sku-price-table.dat so management can swap it straight in.
