      *           account
      *    dlb  - added reasons 006/007 for transactions dated after
      *           the business date or staler than the site tolerance
      *    dlb  - added reason 008 for a create whose account has no
      *           account-holder profile on file
      *    dlb  - added rej-contra-account to the transaction image
      *           (carved out of the filler, record length unchanged)
      *           and reason 009 for a transfer whose contra account
      *           or amount is unusable
      *    dlb  - added reason 010 for a debit refused because it
      *           would eat into an amount under legal hold
      *    dlb  - added rej-currency-code to the transaction image
      *           and reason 011 for a transaction that could not be
      *           brought into the account's currency (no exchange
      *           rate in force, converted amount too large, or a
      *           transfer between accounts held in different
      *           currencies).  CUTOVER: this grew the record from
      *           89 to 92 bytes - run rejrepar against the old-
      *           layout file before the first run at the new one
      *================================================================
       01  reject-record.
           05  rej-reason-code         pic 9(03).
               88  rej-account-inactive        value 005.
               88  rej-future-date             value 006.
               88  rej-stale-date              value 007.
               88  rej-no-profile              value 008.
               88  rej-invalid-transfer        value 009.
               88  rej-held-funds              value 010.
               88  rej-currency-refused        value 011.
           05  rej-trans-image.
               10  rej-trans-kode      pic 9(02).
               10  rej-account-number  pic 9(09).
               10  rej-trans-amount    pic s9(07)v99.
               10  rej-trans-date      pic 9(08).
               10  rej-contra-account  pic 9(09).
               10  rej-currency-code   pic x(03).
           05  rej-message             pic x(48).
           05  filler                  pic x(01).
