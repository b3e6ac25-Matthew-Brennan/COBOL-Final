               organization is line sequential
               file status is ws-cancel-status.

           select ticket-report-file
               assign to "../../data/TicketHeaders_out.dat"
               organization is line sequential
               file status is ws-ticket-status.

           select tender-report-file
               assign to "../../data/TenderRecords_out.dat"
               organization is line sequential
               file status is ws-tender-status.

           select account-payments-file
               assign to "../../data/AccountPayments_out.dat"
               organization is line sequential
               file status is ws-acct-pay-status.

           select batch-status-file
               assign to "../../data/batch-status.dat"
               organization is line sequential

       fd control-file
           data record is control-rec
           record contains 60 characters.

       01 control-rec.
           05 cr-input-count          pic 9(5).
           05 cr-inventory-count      pic 9(5).
           05 cr-exchange-count       pic 9(5).
           05 cr-cancel-count         pic 9(5).
           05 cr-ticket-count         pic 9(5).
           05 cr-tender-count         pic 9(5).
           05 cr-acct-pay-count       pic 9(5).

       fd valid-log
           record contains 0 characters
           data record is valid-rec.

       01 valid-rec                   pic x(67).

       fd sales-report-file
           data record is sales-rec

       01 cancel-rec                  pic x(150).

       fd ticket-report-file
           data record is ticket-rec
           record contains 150 characters.

       01 ticket-rec                  pic x(150).

       fd tender-report-file
           data record is tender-rec
           record contains 150 characters.

       01 tender-rec                  pic x(150).

       fd account-payments-file
           data record is acct-pay-rec
           record contains 150 characters.

       01 acct-pay-rec                pic x(150).

      *The step name BATCHDRIVER failed at, or NONE - written just
      *before this program runs.
       fd batch-status-file
       01 ws-inventory-status         pic xx.
       01 ws-exchange-status          pic xx.
       01 ws-cancel-status            pic xx.
       01 ws-ticket-status            pic xx.
       01 ws-tender-status            pic xx.
       01 ws-acct-pay-status          pic xx.
       01 ws-batch-status-status      pic xx.
       01 ws-busdate-status           pic xx.
       01 ws-eof                      pic x value 'n'.
       01 ws-inventory-file-count     pic 9(7) value 0.
       01 ws-exchange-file-count      pic 9(7) value 0.
       01 ws-cancel-file-count        pic 9(7) value 0.
       01 ws-ticket-file-count        pic 9(7) value 0.
       01 ws-tender-file-count        pic 9(7) value 0.
       01 ws-acct-pay-file-count      pic 9(7) value 0.
       01 ws-reconcile-ok             pic x value 'y'.
       01 ws-control-on-hand          pic x value 'n'.

           perform 260-count-inventory-file.
           perform 270-count-exchange-file.
           perform 280-count-cancel-file.
           perform 285-count-ticket-file.
           perform 290-count-tender-file.
           perform 295-count-acct-pay-file.

           if ws-control-on-hand = 'n'
               move 'n' to ws-reconcile-ok
               if cr-cancel-count not = ws-cancel-file-count
                   move 'n' to ws-reconcile-ok
               end-if
               if cr-ticket-count not = ws-ticket-file-count
                   move 'n' to ws-reconcile-ok
               end-if
               if cr-tender-count not = ws-tender-file-count
                   move 'n' to ws-reconcile-ok
               end-if
               if cr-acct-pay-count not = ws-acct-pay-file-count
                   move 'n' to ws-reconcile-ok
               end-if
           end-if.

       210-read-control-record.
               close cancel-report-file
           end-if.

      *One header per multi-line ticket Program2 split out.
       285-count-ticket-file.
           move 'n' to ws-eof.
           open input ticket-report-file.
           if ws-ticket-status not = "00"
               move 'y' to ws-eof
           else
               read ticket-report-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform until ws-eof = 'y'
               add 1 to ws-ticket-file-count
               read ticket-report-file
                   at end move 'y' to ws-eof
               end-read
           end-perform.
           if ws-ticket-status = "00" or ws-ticket-status = "10"
               close ticket-report-file
           end-if.

      *One line per split-tender 'N' record.
       290-count-tender-file.
           move 'n' to ws-eof.
           open input tender-report-file.
           if ws-tender-status not = "00"
               move 'y' to ws-eof
           else
               read tender-report-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform until ws-eof = 'y'
               add 1 to ws-tender-file-count
               read tender-report-file
                   at end move 'y' to ws-eof
               end-read
           end-perform.
           if ws-tender-status = "00" or ws-tender-status = "10"
               close tender-report-file
           end-if.

      *One line per 'O' payment on a house account.
       295-count-acct-pay-file.
           move 'n' to ws-eof.
           open input account-payments-file.
           if ws-acct-pay-status not = "00"
               move 'y' to ws-eof
           else
               read account-payments-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform until ws-eof = 'y'
               add 1 to ws-acct-pay-file-count
               read account-payments-file
                   at end move 'y' to ws-eof
               end-read
           end-perform.
           if ws-acct-pay-status = "00" or ws-acct-pay-status = "10"
               close account-payments-file
           end-if.

      *The step name BATCHDRIVER failed at, or NONE.
       300-read-batch-status.
           move "NONE" to ws-failed-step.
