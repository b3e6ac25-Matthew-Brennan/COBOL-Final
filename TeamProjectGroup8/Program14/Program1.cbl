      *a single trailer record ('T' in the transaction-code byte)
      *carrying the store's own record count and amount hash total.
       fd store-input-file
          record contains 67 characters
          data record is store-input-rec.

       01 store-input-rec.
           05 si-trans-code           pic x.
           05 si-trans-amount         pic 9(5)v99.
           05 si-rest                 pic x(59).

       01 store-trailer-rec redefines store-input-rec.
           05 st-trailer-code         pic x.
           05 st-record-count         pic 9(7).
           05 st-amount-hash          pic 9(11)v99.
           05 filler                  pic x(46).

       fd merged-file
          record contains 67 characters
          data record is merged-rec.

       01 merged-rec                  pic x(67).

      *One line per store in merge order carrying how many detail
      *records that store contributed to project1.dat - the map a
