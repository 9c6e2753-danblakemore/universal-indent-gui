      *================================================================
      *  HAUDREC
      *
      *  Legal hold audit record - one per hold placed, changed or
      *  lifted, with the whole hold record as it stood before and
      *  after, stamped with the business date it was applied under
      *  and the operator named on the card.  Written to its own
      *  file rather than AUDTFILE for the same reason profile
      *  changes are: the master recovery run replays every AUDTFILE
      *  after image onto the master, and a hold image has no
      *  business there.
      *
      *  modification history
      *    dlb  - original layout
      *================================================================
       01  hold-audit-record.
           05  haud-business-date      pic 9(08).
           05  haud-account-number     pic 9(09).
           05  haud-action             pic x(08).
           05  haud-operator           pic x(08).
           05  haud-before-image       pic x(94).
           05  haud-after-image        pic x(94).
           05  filler                  pic x(10).
