      *One entry per orphan return - the date VALIDATOR first saw
      *it, then the full record.
       fd suspense-file
          record contains 75 characters
          data record is suspense-rec.

       01 suspense-rec.
               10 sp-customer-id      pic x(6).
               10 sp-approver-id      pic x(4).
               10 sp-tax-exempt       pic x.
               10 sp-trans-time       pic 9(4).

      *The still-unmatched entries being carried forward - written
      *here during the sweep, then copied back over suspense.dat.
       fd suspense-work-file
          record contains 75 characters
          data record is suspense-work-rec.

       01 suspense-work-rec           pic x(75).

      *One master record per invoice, same layout MASTERLOAD writes.
       fd master-file
           05 mr-customer-id          pic x(6).
           05 mr-approver-id          pic x(4).
           05 mr-tax-exempt           pic x.
           05 mr-trans-time           pic 9(4).

      *How many days an orphan return may sit unmatched before it
      *lands on the loss-prevention report. Data, not code.
       01 ws-seen-table.
           05 ws-seen-record occurs 1 to 2000 times
               depending on ws-seen-count
               indexed by ws-seen-idx  pic x(67).
       01 ws-seen-dup                 pic x value 'n'.

      *By store and cashier - where the loss-prevention follow-up
