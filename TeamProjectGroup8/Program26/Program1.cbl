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

       fd summary-report-file
           data record is summary-line
