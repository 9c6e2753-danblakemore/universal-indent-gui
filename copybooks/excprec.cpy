      *
      *  modification history
      *    dlb  - original layout
      *    dlb  - added reason 04 (the ledger carries the account in a
      *           different currency from the master) and
      *           excp-currency-code (carved out of the filler, record
      *           length unchanged): the currency the amounts are in
      *           (blank = the house currency)
      *================================================================
       01  exception-record.
           05  excp-account-number     pic 9(09).
               88  excp-mismatch               value 01.
               88  excp-master-only            value 02.
               88  excp-ledger-only            value 03.
               88  excp-currency-mismatch      value 04.
           05  excp-mstr-status        pic x(01).
           05  excp-mstr-amount        pic s9(09)v99.
           05  excp-ledg-status        pic x(01).
           05  excp-ledg-amount        pic s9(09)v99.
           05  excp-currency-code      pic x(03).
           05  filler                  pic x(07).
