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

       fd returns-file
           data record is returns-line
           05 rl-sku-code              pic x(15).

       fd tax-rate-file
           record contains 23 characters
           data record is tax-rate-rec.

      *One row per store per rate change - the federal GST rate and
      *the provincial rate beside it, and the authority the
      *provincial share is filed with: HST (the harmonized share,
      *filed on the federal return), QST or PST. The rate charged
      *is the two together.
       01 tax-rate-rec.
           05 tr-store-number          pic xx.
           05 tr-effective-date        pic 9(8).
           05 tr-federal-rate          pic 9v9999.
           05 tr-provincial-rate       pic 9v9999.
           05 tr-provincial-tax        pic x(3).

      *Store master - number, name, region/district, and open and
      *close dates, one store per line. Loaded here for the
      *This run's sales/layaway output, read back as reference data
      *so a return's amount can be checked against the sale it is
      *returning against. Must stay at the same width as
      *SalesRecords_out.dat's actual 67-byte record - a narrower FD
      *record does not truncate a wider physical line under line
      *sequential I/O, it splits the leftover bytes into a second,
      *bogus read.
       fd sales-history-file
           record contains 67 characters
           data record is sh-rec.

       01 sh-rec.
           05 sh-customer-id           pic x(6).
           05 sh-approver-id           pic x(4).
           05 sh-tax-exempt            pic x.
           05 sh-trans-time            pic 9(4).

      *Shared audit trail appended to by every batch program -
      *program name, run date/time, and before/after record counts.
      *programs - one line per piece of activity dated into a
      *closed period, for finance to book manually.
       fd prior-period-file
           record contains 94 characters
           data record is prior-period-line.

       01 prior-period-line.
           05 filler                  pic x(2).
           05 pp-trans-date           pic 9(8).
           05 filler                  pic x(2).
           05 pp-detail               pic x(67).

      *Business-date control card set at the top of the batch - the
      *posting date every program uses, so rerunning a prior day's
       01 ws-total-tax                 pic 9(5)v99
           value 0.

      *This run's sale amount per invoice and SKU, loaded from
      *SalesRecords_out.dat, so a return can be checked against the
      *amount it is returning against. The lines of a ticket share
      *one invoice, so the SKU picks the line. A sale not on file
      *has nothing to check a return against and is not capped.
       01 ws-sales-hist-count          pic 9(4) value 0.
       01 ws-sales-hist-table.
           05 ws-sh-entry occurs 1 to 2000 times
               depending on ws-sales-hist-count
               indexed by ws-sales-hist-idx.
               10 ws-sh-invoice        pic x(9).
               10 ws-sh-sku            pic x(15).
               10 ws-sh-amount         pic 9(5)v99.
       01 ws-sales-hist-found          pic x value 'n'.
       01 ws-sales-hist-amt            pic 9(5)v99 value 0.
               indexed by ws-tr-idx.
               10 ws-tr-store          pic xx.
               10 ws-tr-eff-date       pic 9(8).
               10 ws-tr-fed-rate       pic 9v9999.
               10 ws-tr-prov-rate      pic 9v9999.
               10 ws-tr-prov-tax       pic x(3).
       01 ws-effective-tax-rate        pic 9v9999 value 0.
       01 ws-best-eff-date             pic 9(8) value 0.


       263-search-sales-history.
           if il-invoice-number = ws-sh-invoice(ws-sales-hist-idx)
             and il-sku-code = ws-sh-sku(ws-sales-hist-idx)
               move 'y' to ws-sales-hist-found
               move ws-sh-amount(ws-sales-hist-idx)
                   to ws-sales-hist-amt
      *store whose effective date has already passed.
      *A return of a tax-exempt sale carries the 'E' flag through
      *and refunds no tax, the mirror of Program3's zero-rating.
      *Like Program3 it works in the combined federal plus
      *provincial rate.
       250-lookup-tax-rate.
           move 0 to ws-best-eff-date.
           move 0 to ws-effective-tax-rate.
             and ws-tr-eff-date(ws-tr-idx) <= il-trans-date
             and ws-tr-eff-date(ws-tr-idx) >= ws-best-eff-date
               move ws-tr-eff-date(ws-tr-idx) to ws-best-eff-date
               compute ws-effective-tax-rate =
                   ws-tr-fed-rate(ws-tr-idx)
                   + ws-tr-prov-rate(ws-tr-idx)
           end-if.

      *Load the closed-period list once at startup. A missing
                   add 1 to ws-sales-hist-count
                   move sh-invoice-number
                       to ws-sh-invoice(ws-sales-hist-count)
                   move sh-sku-code
                       to ws-sh-sku(ws-sales-hist-count)
                   move sh-trans-amount
                       to ws-sh-amount(ws-sales-hist-count)
               end-if
