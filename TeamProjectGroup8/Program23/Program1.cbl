           05 au-output-count-3       pic 9(7).
           05 au-business-date        pic 9(6).

      *Must stay at the same width as valid.dat's actual 67-byte
      *record - a narrower FD record does not truncate a wider
      *physical line under line sequential I/O, it splits the
      *leftover bytes into a second, bogus read.
       01 valid-rec.
           05 vr-trans-code           pic x.
           05 vr-trans-amount         pic 9(5)v99.
           05 filler                  pic x(59).

      *Daily history Program3 appends - the region 'ALL' lines
      *carry each run's total sales+layaway value.
