               assign to "../../data/LayawayCancels_out.dat"
               organization is line sequential.

           select ticket-report-file
               assign to "../../data/TicketHeaders_out.dat"
               organization is line sequential.

           select tender-report-file
               assign to "../../data/TenderRecords_out.dat"
               organization is line sequential.

           select account-payments-file
               assign to "../../data/AccountPayments_out.dat"
               organization is line sequential.

       data division.
       file section.
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

       working-storage section.
       01 ws-eof                      pic x value 'n'.
       01 ws-valid-count              pic 9(5) value 0.
       01 ws-inventory-file-count     pic 9(5) value 0.
       01 ws-exchange-file-count      pic 9(5) value 0.
       01 ws-cancel-file-count        pic 9(5) value 0.
       01 ws-ticket-file-count        pic 9(5) value 0.
       01 ws-tender-file-count        pic 9(5) value 0.
       01 ws-acct-pay-file-count      pic 9(5) value 0.
       01 ws-mismatch-flag            pic x value 'n'.

       01 ws-msg-input.
           05 filler                  pic x(1) value "/".
           05 ws-msg-cancel-actual    pic z(5).

       01 ws-msg-ticket.
           05 filler                  pic x(32)
               value "TICKET HEADERS  CONTROL/ACTUAL:".
           05 ws-msg-ticket-control   pic z(5).
           05 filler                  pic x(1) value "/".
           05 ws-msg-ticket-actual    pic z(5).

       01 ws-msg-tender.
           05 filler                  pic x(32)
               value "SPLIT TENDERS   CONTROL/ACTUAL:".
           05 ws-msg-tender-control   pic z(5).
           05 filler                  pic x(1) value "/".
           05 ws-msg-tender-actual    pic z(5).

       01 ws-msg-acct-pay.
           05 filler                  pic x(32)
               value "ACCOUNT PAYMENTS CONTROL/ACTUAL:".
           05 ws-msg-acct-pay-control pic z(5).
           05 filler                  pic x(1) value "/".
           05 ws-msg-acct-pay-actual  pic z(5).

       procedure division.
           perform 100-read-control-record.
           perform 200-count-valid-records.
           perform 460-count-inventory-records.
           perform 470-count-exchange-records.
           perform 480-count-cancel-records.
           perform 490-count-ticket-records.
           perform 495-count-tender-records.
           perform 497-count-acct-pay-records.
           perform 500-compare-totals.

           if ws-mismatch-flag = 'y'
           end-perform.
           close cancel-report-file.

       490-count-ticket-records.
           move 'n' to ws-eof.
           open input ticket-report-file.
           read ticket-report-file at end move 'y' to ws-eof.
           perform until ws-eof = 'y'
               add 1 to ws-ticket-file-count
               read ticket-report-file at end move 'y' to ws-eof
           end-perform.
           close ticket-report-file.

       495-count-tender-records.
           move 'n' to ws-eof.
           open input tender-report-file.
           read tender-report-file at end move 'y' to ws-eof.
           perform until ws-eof = 'y'
               add 1 to ws-tender-file-count
               read tender-report-file at end move 'y' to ws-eof
           end-perform.
           close tender-report-file.

       497-count-acct-pay-records.
           move 'n' to ws-eof.
           open input account-payments-file.
           read account-payments-file at end move 'y' to ws-eof.
           perform until ws-eof = 'y'
               add 1 to ws-acct-pay-file-count
               read account-payments-file at end move 'y' to ws-eof
           end-perform.
           close account-payments-file.

      *Compare what Program2 said it read/wrote against what is
      *actually sitting in valid.dat/SalesRecords_out.dat/
      *ReturnRecords_out.dat.
           move ws-exchange-file-count to ws-msg-exchange-actual.
           move cr-cancel-count       to ws-msg-cancel-control.
           move ws-cancel-file-count  to ws-msg-cancel-actual.
           move cr-ticket-count       to ws-msg-ticket-control.
           move ws-ticket-file-count  to ws-msg-ticket-actual.
           move cr-tender-count       to ws-msg-tender-control.
           move ws-tender-file-count  to ws-msg-tender-actual.
           move cr-acct-pay-count     to ws-msg-acct-pay-control.
           move ws-acct-pay-file-count to ws-msg-acct-pay-actual.

           display ws-msg-input.
           display ws-msg-sales.
           display ws-msg-inventory.
           display ws-msg-exchange.
           display ws-msg-cancel.
           display ws-msg-ticket.
           display ws-msg-tender.
           display ws-msg-acct-pay.

           if cr-input-count not = ws-valid-count
               move 'y' to ws-mismatch-flag
           if cr-cancel-count not = ws-cancel-file-count
               move 'y' to ws-mismatch-flag
           end-if.
           if cr-ticket-count not = ws-ticket-file-count
               move 'y' to ws-mismatch-flag
           end-if.
           if cr-tender-count not = ws-tender-file-count
               move 'y' to ws-mismatch-flag
           end-if.
           if cr-acct-pay-count not = ws-acct-pay-file-count
               move 'y' to ws-mismatch-flag
           end-if.

       end program RECONCILE.
