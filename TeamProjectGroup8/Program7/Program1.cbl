                   with duplicates
               file status is ws-master-status.

           select master-lines-file
               assign to "../../data/valid-master-lines.dat"
               organization is indexed
               access mode is random
               record key is ml-line-key
               file status is ws-lines-status.

       data division.
       file section.
       fd valid-log
           record contains 0 characters
           data record is valid-rec.

       01 valid-rec                   pic x(67).

      *One master record per invoice, carrying the same fields as
      *the flat valid.dat line it was loaded from.
           05 mr-customer-id          pic x(6).
           05 mr-approver-id          pic x(4).
           05 mr-tax-exempt           pic x.
           05 mr-trans-time           pic 9(4).

      *The line items of a multi-line ticket, keyed on the ticket's
      *invoice number plus the line's position on the ticket. The
      *ticket's 'H' header is what sits on the master itself.
       fd master-lines-file
           data record is master-line-rec.

       01 master-line-rec.
           05 ml-line-key.
               10 ml-invoice-number   pic x(9).
               10 ml-line-number      pic 9(3).
           05 ml-detail               pic x(67).

      *Business-date control card set at the top of the batch.
       fd business-date-file
       working-storage section.
       01 ws-eof                      pic x value 'n'.
       01 ws-master-status            pic xx.
       01 ws-lines-status             pic xx.
       01 ws-records-read             pic 9(7) value 0.
       01 ws-loaded-count             pic 9(7) value 0.
       01 ws-rejected-count           pic 9(7) value 0.
       01 ws-heartbeat-interval       pic 9(5) value 100.
       01 ws-records-since-beat       pic 9(5) value 0.

      *The open ticket, if any - the header's invoice and how many
      *of its lines are still to come.
       01 ws-ticket-invoice           pic x(9) value spaces.
       01 ws-ticket-lines-left        pic 9(3) value 0.
       01 ws-ticket-line-number       pic 9(3) value 0.
       01 ws-ticket-count             pic 9(7) value 0.
       01 ws-ticket-line-count        pic 9(7) value 0.

       01 ws-busdate-status           pic xx.
       01 ws-business-date            pic 9(8) value 0.
       01 ws-business-date-x redefines ws-business-date.
           05 filler                  pic x(1) value "/".
           05 ws-msg-rejected         pic z(5).

       01 ws-msg-tickets.
           05 filler                  pic x(22)
               value "MASTERLOAD: TKTS/LINES".
           05 ws-msg-tickets-out      pic z(5).
           05 filler                  pic x(1) value "/".
           05 ws-msg-lines-out        pic z(5).

       procedure division.
           perform 890-get-business-date.
           open input valid-log.
           perform 800-open-master-file.
           perform 810-open-lines-file.

           read valid-log into valid-rec
               at end move 'y' to ws-eof.
           perform 100-load-record until ws-eof = 'y'.

           display ws-msg-counts.
           move ws-ticket-count      to ws-msg-tickets-out.
           move ws-ticket-line-count to ws-msg-lines-out.
           display ws-msg-tickets.
           perform 900-write-audit-record.

           if ws-rejected-count > 0
               move 0 to return-code
           end-if.

           close valid-log, master-file, master-lines-file.
           stop run.

      *Copy one flat valid.dat line into the master record layout
      *shadow that invoice on the master. 'X' exchanges carry the
      *invoice of the sale they swap against and are skipped for
      *the same reason, and so are 'C' layaway cancellations,
      *which carry the invoice of the layaway they close, 'N'
      *tender records, which carry the invoice of the split-tender
      *sale they pay for, and 'O' payments on a house account,
      *which are money in, not a purchase, and would otherwise
      *show up under the customer as one.
      *A multi-line ticket loads its 'H' header under the invoice
      *number; the sale and layaway lines behind it share that
      *invoice, so they go to the line-detail file instead, keyed
      *by their position on the ticket.
       100-load-record.
           add 1 to ws-records-read.
           move valid-rec to master-rec.
           if ws-ticket-lines-left > 0
             and mr-invoice-number = ws-ticket-invoice
             and (mr-trans-code = 'S' or mr-trans-code = 'L')
               perform 110-load-ticket-line
           else
               move 0 to ws-ticket-lines-left
               perform 120-load-master-record
           end-if.

           perform 850-check-heartbeat.
           read valid-log into valid-rec
               at end move 'y' to ws-eof.

       110-load-ticket-line.
           subtract 1 from ws-ticket-lines-left.
           add 1 to ws-ticket-line-number.
           move ws-ticket-invoice     to ml-invoice-number.
           move ws-ticket-line-number to ml-line-number.
           move valid-rec             to ml-detail.
           write master-line-rec
               invalid key
                   if ws-lines-status = "22"
                       add 1 to ws-on-file-count
                   else
                       add 1 to ws-rejected-count
                   end-if
               not invalid key
                   add 1 to ws-ticket-line-count
           end-write.

       120-load-master-record.
           if mr-trans-code = 'H'
               add 1 to ws-ticket-count
               move mr-invoice-number to ws-ticket-invoice
               move mr-quantity       to ws-ticket-lines-left
               move 0                 to ws-ticket-line-number
           end-if.
           if mr-trans-code = 'P' or mr-trans-code = 'R'
             or mr-trans-code = 'I' or mr-trans-code = 'V'
             or mr-trans-code = 'X' or mr-trans-code = 'C'
             or mr-trans-code = 'N' or mr-trans-code = 'O'
               add 1 to ws-skipped-count
           else
               write master-rec
               end-write
           end-if.

      *Every ws-heartbeat-interval records, stamp the progress log
      *so the operator inquiry can tell a grinding load from a
      *hung one.
               open i-o master-file
           end-if.

      *Same first-run initialization for the ticket line file.
       810-open-lines-file.
           open i-o master-lines-file.
           if ws-lines-status not equal to "00"
               open output master-lines-file
               close master-lines-file
               open i-o master-lines-file
           end-if.

      *Pick up the operator-set business date, falling back to the
      *system date when no card is on hand.
       890-get-business-date.
