      *
      *  modification history
      *    dlb  - original layout
      *    dlb  - one D record per kode and currency: the debit and
      *           credit amounts are in glex-currency-code and the
      *           house fields carry their house-currency equivalent
      *           at the day's rates.  The T record carries the house
      *           currency code, the plain sum of the detail amounts
      *           in the amount fields and the house totals in the
      *           house fields.  CUTOVER: this grew the record from
      *           58 to 84 bytes - the receiving GL interface must
      *           take the new layout from the first run that
      *           writes it
      *================================================================
       01  gl-extract-record.
           05  glex-record-type        pic x(01).
           05  glex-posted-count       pic 9(07).
           05  glex-debit-amount       pic s9(11)v99.
           05  glex-credit-amount      pic s9(11)v99.
           05  glex-currency-code      pic x(03).
           05  glex-house-debit        pic s9(11)v99.
           05  glex-house-credit       pic s9(11)v99.
           05  filler                  pic x(05).
