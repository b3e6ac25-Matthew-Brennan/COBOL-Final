           05 mr-customer-id          pic x(6).
           05 mr-approver-id          pic x(4).
           05 mr-tax-exempt           pic x.
           05 mr-trans-time           pic 9(4).

      *One line per year that holds an archive, maintained by
      *MASTERARCHIVE.
      *A flat per-year archive - records MASTERARCHIVE moved off
      *the live master, in the same layout.
       fd archive-file
          record contains 67 characters
          data record is archive-master-rec.

       01 archive-master-rec          pic x(67).

       working-storage section.
       01 ws-master-status            pic xx.
