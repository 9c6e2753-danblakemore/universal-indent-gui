      *================================================================
      *  HCRDREC
      *
      *  Legal hold change card - one per hold placed, changed or
      *  lifted, keyed by the clerk from the order or the fraud
      *  desk's instruction.  A P card places a hold and carries the
      *  type, reason and who placed it; a C card carries only the
      *  fields being changed (blank = leave as is); an L card needs
      *  only the account number and who lifted it.  The expiry date
      *  is keyed YYYYMMDD (blank on a P card = until lifted); the
      *  held amount is eleven digits with two assumed decimals
      *  (blank or zero on a P card = freeze the whole account).
      *
      *  modification history
      *    dlb  - original layout
      *================================================================
       01  hold-card-record.
           05  hcrd-account-number     pic x(09).
           05  hcrd-action             pic x(01).
               88  hcrd-place                  value "P".
               88  hcrd-change                 value "C".
               88  hcrd-lift                   value "L".
           05  hcrd-hold-type          pic x(01).
           05  hcrd-reason             pic x(30).
           05  hcrd-placed-by          pic x(08).
           05  hcrd-expiry-date        pic x(08).
           05  hcrd-held-amount        pic x(11).
           05  filler                  pic x(10).
