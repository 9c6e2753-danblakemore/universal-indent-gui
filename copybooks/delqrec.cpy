      *================================================================
      *  DELQREC
      *
      *  Delinquency record - one per account whose master balance
      *  is below zero, keyed by the same account number as the
      *  entity master.  The nightly delinquency run writes it the
      *  first business date it finds the account overdrawn, keeps
      *  the balance and age current every night after, and deletes
      *  it the night the balance is back to zero or better, so the
      *  file only ever holds accounts that are overdrawn now.  The
      *  notice level records the last customer notice generated
      *  for the current overdrawn spell (0 none, 1 first, 2 second,
      *  3 final) so each notice goes out once.  The month-end
      *  accrual charges an account on this file the overdraft fee
      *  instead of its ordinary service fee.
      *
      *  modification history
      *    dlb  - original layout
      *    dlb  - added delq-currency-code: the currency the balance
      *           is in (the house currency for an account keyed
      *           without one), carved from the filler
      *================================================================
       01  delinquency-record.
           05  delq-account-number     pic 9(09).
           05  delq-first-negative-date pic 9(08).
           05  delq-last-seen-date     pic 9(08).
           05  delq-balance            pic s9(09)v99.
           05  delq-age-days           pic 9(04).
           05  delq-notice-level       pic 9(01).
               88  delq-no-notice              value 0.
               88  delq-first-sent             value 1.
               88  delq-second-sent            value 2.
               88  delq-final-sent             value 3.
           05  delq-notice-date        pic 9(08).
           05  delq-currency-code      pic x(03).
           05  filler                  pic x(07).
