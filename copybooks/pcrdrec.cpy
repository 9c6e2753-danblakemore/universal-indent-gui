      *================================================================
      *  PCRDREC
      *
      *  Profile change card - one per add, change or delete keyed
      *  by the clerk against the account-holder profile file.  An
      *  A card carries the whole profile; a C card carries only the
      *  fields being changed (blank = leave as is); a D card needs
      *  only the account number.  Dates are keyed YYYYMMDD.
      *
      *  modification history
      *    dlb  - original layout
      *================================================================
       01  profile-card-record.
           05  pcrd-account-number     pic x(09).
           05  pcrd-action             pic x(01).
               88  pcrd-add                    value "A".
               88  pcrd-change                 value "C".
               88  pcrd-delete                 value "D".
           05  pcrd-holder-name        pic x(30).
           05  pcrd-address-1          pic x(30).
           05  pcrd-address-2          pic x(30).
           05  pcrd-address-3          pic x(30).
           05  pcrd-postal-code        pic x(10).
           05  pcrd-contact-phone      pic x(15).
           05  pcrd-delivery-pref      pic x(01).
           05  pcrd-date-opened        pic x(08).
           05  filler                  pic x(10).
