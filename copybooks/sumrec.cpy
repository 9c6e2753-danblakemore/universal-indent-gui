      *================================================================
      *  SUMREC
      *
      *  Posting-summary master record - one per transaction kode
      *  and currency, carrying month-to-date and year-to-date posted
      *  counts and amounts.  The nightly run rolls its register
      *  figures in at end of a clean job, so posting activity
      *  survives the run's PRTFILE for the first time; the
      *  month-end close report prints the month by kode, rolls MTD
      *  into YTD and zeroes the month, the way audtmnt closes the
      *  audit generation.
      *
      *  modification history
      *    dlb  - original layout
      *    dlb  - one record per transaction kode and currency: the
      *           amounts are in sumr-currency-code, and each bucket
      *           carries its house-currency equivalent at the rates
      *           of the days it was posted.  CUTOVER: this grew the
      *           record from 56 to 84 bytes - convert the file (the
      *           existing records are all house currency, so each
      *           equivalent equals its amount) before the first run
      *           at the new layout
      *================================================================
       01  summary-record.
           05  sumr-trans-kode         pic 9(02).
           05  sumr-currency-code      pic x(03).
           05  sumr-mtd-count          pic 9(07).
           05  sumr-mtd-amount         pic s9(11)v99.
           05  sumr-mtd-house-amount   pic s9(11)v99.
           05  sumr-ytd-count          pic 9(09).
           05  sumr-ytd-amount         pic s9(13)v99.
           05  sumr-ytd-house-amount   pic s9(13)v99.
           05  filler                  pic x(07).
