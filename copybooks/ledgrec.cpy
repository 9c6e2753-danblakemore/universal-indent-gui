      *  Daily external ledger extract record - the authoritative
      *  side of the nightly reconciliation against the entity
      *  master file.
      *
      *  modification history
      *    dlb  - original layout
      *    dlb  - added ledg-currency-code (carved out of the filler,
      *           record length unchanged): the currency the ledger
      *           carries the account in (blank = the house currency)
      *================================================================
       01  ledger-record.
           05  ledg-account-number     pic 9(09).
               88  ledg-active                value "A".
               88  ledg-inactive              value "I".
           05  ledg-amount             pic s9(09)v99.
           05  ledg-currency-code      pic x(03).
           05  filler                  pic x(07).
