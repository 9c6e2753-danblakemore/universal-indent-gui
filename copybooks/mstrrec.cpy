      *
      *  modification history
      *    dlb  - original layout (status, amount, last activity)
      *    dlb  - added mstr-currency-code (carved out of the filler,
      *           record length unchanged): the currency the account
      *           is held in, which mstr-amount is carried in
      *           (blank = the house currency named on the control
      *           record)
      *================================================================
       01  master-record.
           05  mstr-account-number     pic 9(09).
           05  mstr-amount             pic s9(09)v99 comp-3.
           05  mstr-last-trans-date    pic 9(08).
           05  mstr-last-trans-kode    pic 9(02).
           05  mstr-currency-code      pic x(03).
           05  filler                  pic x(07).
