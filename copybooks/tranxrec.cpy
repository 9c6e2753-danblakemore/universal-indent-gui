      *           release run stamps released items "L" so the
      *           posting run honors the supervisor's decision
      *           instead of suspending the same item again
      *    dlb  - added kode 16 account-to-account transfer and
      *           trans-contra-account (carved out of the filler,
      *           record length unchanged): the account number is
      *           the side debited, the contra account the side
      *           credited, and the posting run applies both sides
      *           together or neither
      *    dlb  - added trans-currency-code: the currency the amount
      *           is expressed in (blank = the house currency); the
      *           posting run converts an amount in another currency
      *           into the account's own at the day's exchange rate.
      *           CUTOVER: this grew the record from 38 to 41 bytes,
      *           and BTCHREC's header and trailer with it - every
      *           feed, pending-adjustment, release and resubmission
      *           file must be empty or recut at the new layout
      *           before the first run that reads it
      *================================================================
       01  tranx-record.
           05  trans-kode          pic 9(02).
               88  valid-kode              value 4, 8 thru 16.
               88  invalid-kode            value 0, 1 thru 3, 5 thru 7,
                                                  17 thru 99.
               88  create                  value 10.
               88  modify-trans            value 11.
               88  inquire-trans           value 12.
               88  destroy-trans           value 15.
               88  debit-kode              value 8, 13, 14.
               88  credit-kode             value 4, 9.
               88  transfer-trans          value 16.
           05  account-number      pic 9(09).
           05  trans-amount        pic s9(07)v99.
           05  trans-date          pic 9(08).
           05  trans-release-flag  pic x(01).
               88  limit-release           value "L".
           05  trans-contra-account pic 9(09).
           05  trans-currency-code pic x(03).
