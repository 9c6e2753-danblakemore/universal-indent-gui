      *================================================================
      *  NOTCREC
      *
      *  Overdrawn-account notice record - one per customer letter
      *  the delinquency run asks the letter shop to send: first,
      *  second or final notice, at the site's posting-day
      *  thresholds.  Carries everything the letter needs - the
      *  holder's name and mailing address off the account-holder
      *  profile (blank when the account has none), the balance,
      *  the date the account first went overdrawn and how many
      *  posting days it has been so - so the letter shop never has
      *  to come back to our files.
      *
      *  modification history
      *    dlb  - original layout
      *    dlb  - added notc-currency-code: the currency the balance
      *           is in (the house currency for an account keyed
      *           without one), carved from the filler
      *================================================================
       01  notice-record.
           05  notc-business-date      pic 9(08).
           05  notc-account-number     pic 9(09).
           05  notc-notice-level       pic 9(01).
               88  notc-first-notice           value 1.
               88  notc-second-notice          value 2.
               88  notc-final-notice           value 3.
           05  notc-balance            pic s9(09)v99.
           05  notc-first-negative-date pic 9(08).
           05  notc-days-overdrawn     pic 9(04).
           05  notc-holder-name        pic x(30).
           05  notc-address-1          pic x(30).
           05  notc-address-2          pic x(30).
           05  notc-address-3          pic x(30).
           05  notc-postal-code        pic x(10).
           05  notc-currency-code      pic x(03).
           05  filler                  pic x(07).
