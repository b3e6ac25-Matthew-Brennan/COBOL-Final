       file section.
       fd input-file
           data record is input-line
           record contains 67 characters.

       01 input-line.
           05 il-trans-code            pic x.
           05 il-customer-id           pic x(6).
           05 il-approver-id           pic x(4).
           05 il-tax-exempt            pic x.
           05 il-trans-time            pic 9(4).

       fd adjustments-file
           data record is adjustments-line
