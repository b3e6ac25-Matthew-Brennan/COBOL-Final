      *    not tie to what the registers rang is flagged - a
      *    skimmed terminal or a missed settlement batch shows up
      *    the next morning instead of at the month-end bank
      *    statement argument. A split-tender sale posts only its
      *    card tenders, picked up from the tender stream.

       environment division.
       input-output section.
               assign to "../../data/ReturnRecords_out.dat"
               organization is line sequential.

           select tender-input-file
               assign to "../../data/TenderRecords_out.dat"
               organization is line sequential
               file status is ws-tender-status.

           select settlement-input-file
               assign to "../../data/processor-settlement.dat"
               organization is line sequential
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

      *One 'N' tender per line behind each split-tender sale - the
      *sale itself carries 'SP', so only its card shares reach the
      *rung figure from here.
       fd tender-input-file
           data record is tender-input-line
           record contains 67 characters.

       01 tender-input-line.
           05 ti-trans-code            pic x.
           05 ti-trans-amount          pic 9(5)v99.
           05 ti-payment-type          pic xx.
           05 ti-store-number          pic xx.
           05 ti-invoice-number        pic x(9).
           05 ti-sku-code              pic x(15).
           05 ti-trans-date            pic 9(8).
           05 ti-layaway-status        pic x.
           05 ti-cashier-id            pic x(4).
           05 ti-quantity              pic 9(3).
           05 ti-customer-id           pic x(6).
           05 ti-approver-id           pic x(4).
           05 ti-tax-exempt            pic x.
           05 ti-trans-time            pic 9(4).

      *The processor's settlement transmission - 'S' lines carry
      *the net amount settled per store per date, 'F' lines the
           05 ws-business-date-6      pic 9(6).
       01 ws-eof                       pic x value 'n'.
       01 ws-settlement-status         pic xx.
       01 ws-tender-status             pic xx.
       01 ws-records-read              pic 9(7) value 0.
       01 ws-settle-lines-read         pic 9(7) value 0.
       01 ws-mismatch-count            pic 9(7) value 0.
           perform 890-get-business-date.
           perform 100-accumulate-sales.
           perform 200-accumulate-returns.
           perform 250-accumulate-tenders.

           open output recon-report-file.
           write recon-line from ws-report-header.
           read returns-input-file
               at end move 'y' to ws-eof.

      *The card shares of each split-tender sale settle through the
      *processor like any card sale. A night with no split tenders
      *may have no tender stream at all.
       250-accumulate-tenders.
           move 'n' to ws-eof.
           open input tender-input-file.
           if ws-tender-status not = "00"
               move 'y' to ws-eof
           else
               read tender-input-file
                   at end move 'y' to ws-eof
               end-read
           end-if.
           perform 260-post-one-tender until ws-eof = 'y'.
           if ws-tender-status = "00" or ws-tender-status = "10"
               close tender-input-file
           end-if.

       260-post-one-tender.
           add 1 to ws-records-read.
           if ti-payment-type = "CR" or ti-payment-type = "DB"
               move ti-store-number  to ws-post-store
               move ti-trans-date    to ws-post-date
               move ti-payment-type  to ws-post-tender
               move ti-trans-amount  to ws-post-amount
               perform 600-post-card-activity
           end-if.
           read tender-input-file
               at end move 'y' to ws-eof.

      *Find or start the store/date entry and add the signed
      *amount into its credit or debit bucket.
       600-post-card-activity.
