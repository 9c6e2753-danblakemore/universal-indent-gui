      *================================================================
      *  PAUDREC
      *
      *  Profile audit record - one per add, change or delete
      *  applied to the account-holder profile file, with the whole
      *  profile record as it stood before and after, stamped with
      *  the business date it was applied under.  Written to its own
      *  file rather than AUDTFILE: the master recovery run replays
      *  every AUDTFILE after image onto the master, and a profile
      *  image has no business there.
      *
      *  modification history
      *    dlb  - original layout
      *================================================================
       01  profile-audit-record.
           05  paud-business-date      pic 9(08).
           05  paud-account-number     pic 9(09).
           05  paud-action             pic x(08).
           05  paud-before-image       pic x(173).
           05  paud-after-image        pic x(173).
           05  filler                  pic x(10).
