      *================================================================
      *  PROFREC
      *
      *  Account-holder profile record - one per account, keyed by
      *  the same account number as the entity master, carrying the
      *  customer facts the master deliberately leaves out: holder
      *  name, mailing address, contact phone, how the holder wants
      *  statements delivered, and the date the account was opened.
      *  Kept on its own indexed file so the master record (and
      *  every program that copies it) stays the size it is.  A
      *  profile must be on file before the posting run will create
      *  the account; the profile maintenance run is the only
      *  program that writes it.
      *
      *  modification history
      *    dlb  - original layout
      *================================================================
       01  profile-record.
           05  prof-account-number     pic 9(09).
           05  prof-holder-name        pic x(30).
           05  prof-address-1          pic x(30).
           05  prof-address-2          pic x(30).
           05  prof-address-3          pic x(30).
           05  prof-postal-code        pic x(10).
           05  prof-contact-phone      pic x(15).
           05  prof-delivery-pref      pic x(01).
               88  prof-deliver-post           value "P".
               88  prof-deliver-email          value "E".
               88  prof-deliver-hold           value "H".
               88  prof-valid-delivery         value "P" "E" "H".
           05  prof-date-opened        pic 9(08).
           05  filler                  pic x(10).
