           05 mr-customer-id          pic x(6).
           05 mr-approver-id          pic x(4).
           05 mr-tax-exempt           pic x.
           05 mr-trans-time           pic 9(4).

      *The records staying live, parked flat during the sweep and
      *written back over a rebuilt master afterward - the same
      *replace-in-two-passes shape SUSPENSE uses on its own file.
       fd survivor-work-file
          record contains 67 characters
          data record is survivor-rec.

       01 survivor-rec                pic x(67).

      *One flat archive per transaction-date year, records in the
      *same 67-byte layout as valid.dat, appended to as records
      *age out - never rewritten, which is the point of an archive.
       fd archive-file
          record contains 67 characters
          data record is archive-rec.

       01 archive-rec                 pic x(67).

      *One line per year that holds an archive file - the index
      *the lookup utilities walk when an invoice is not on the
