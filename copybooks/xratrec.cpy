      *================================================================
      *  XRATREC
      *
      *  Exchange-rate record - one per currency per effective date,
      *  giving how many units of the house currency one unit of the
      *  named currency buys from that date on.  A currency's rate
      *  for a business date is the one with the latest effective
      *  date not after it; a currency with no such record has no
      *  rate that day.  The house currency needs no record - its
      *  rate is always one.  The file is loaded by operations from
      *  the treasury rate sheet and read only by the posting run.
      *
      *  modification history
      *    dlb  - original layout
      *================================================================
       01  exchange-rate-record.
           05  xrat-currency-code      pic x(03).
           05  xrat-effective-date     pic 9(08).
           05  xrat-house-rate         pic 9(05)v9(06).
           05  filler                  pic x(10).
