      *
      *  modification history
      *    dlb  - original layout
      *    dlb  - added susp-contra-account to the transaction image
      *           (carved out of the filler, record length unchanged)
      *           so a transfer is held, and released, as one item
      *           carrying both of its accounts
      *    dlb  - added susp-currency-code to the transaction image:
      *           the item is held already converted into the
      *           account's currency, so its release posts the very
      *           amount the supervisor judged.  CUTOVER: this grew
      *           the record from 73 to 76 bytes - run susprels
      *           against the old-layout file before the first run
      *           at the new one
      *================================================================
       01  suspense-record.
           05  susp-reason-code        pic 9(02).
               10  susp-account-number pic 9(09).
               10  susp-trans-amount   pic s9(07)v99.
               10  susp-trans-date     pic 9(08).
               10  susp-contra-account pic 9(09).
               10  susp-currency-code  pic x(03).
           05  susp-limit-value        pic s9(09)v99.
           05  susp-would-be-balance   pic s9(10)v99.
           05  susp-business-date      pic 9(08).
           05  filler                  pic x(01).
