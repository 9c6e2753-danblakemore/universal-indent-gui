      *================================================================
      *  HOLDREC
      *
      *  Legal hold record - one per account, keyed by the same
      *  account number as the entity master, for a garnishment
      *  order, a fraud freeze or any other legal order that stops
      *  money leaving the account without touching its status.  A
      *  hold is in force from the date it was placed until it is
      *  lifted or its expiry date has passed (the expiry date is
      *  the last day it is in force; zero means until lifted).  The
      *  held amount is the part of the balance the order protects;
      *  zero means the whole account is frozen.  Credits still
      *  post to a held account - only debits are refused.  A
      *  lifted hold stays on file, stamped with the date it was
      *  lifted, until another is placed over it; the hold
      *  maintenance run is the only program that writes the file.
      *
      *  modification history
      *    dlb  - original layout
      *================================================================
       01  hold-record.
           05  hold-account-number     pic 9(09).
           05  hold-type               pic x(01).
               88  hold-garnishment            value "G".
               88  hold-fraud-freeze           value "F".
               88  hold-legal-order            value "L".
               88  hold-valid-type             value "G" "F" "L".
           05  hold-reason             pic x(30).
           05  hold-placed-by          pic x(08).
           05  hold-placed-date        pic 9(08).
           05  hold-expiry-date        pic 9(08).
           05  hold-amount             pic 9(09)v99.
           05  hold-status             pic x(01).
               88  hold-in-force               value "A".
               88  hold-lifted                 value "L".
           05  hold-lifted-date        pic 9(08).
           05  filler                  pic x(10).
