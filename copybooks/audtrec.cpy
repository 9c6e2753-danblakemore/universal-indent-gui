      *           archived whole and the live file restarts empty;
      *           old-layout generations stay readable only by
      *           old-layout report builds
      *    dlb  - added audt-contra-account: on a TRANSFER record the
      *           account on the other side of the transfer (each
      *           side gets its own record naming the other), zero
      *           on every other action.  CUTOVER: this grew the
      *           record from 61 to 70 bytes - run the audtmnt
      *           generation cutover before the first run at the new
      *           layout, exactly as for the 51-to-61 change above
      *    dlb  - added audt-currency-code: the currency the account
      *           is held in (blank = the house currency), so master
      *           recovery can rebuild an account in its own
      *           currency.  CUTOVER: this grew the record from 70 to
      *           73 bytes - run the audtmnt generation cutover
      *           before the first run at the new layout, exactly as
      *           for the changes above
      *================================================================
       01  audit-record.
           05  audt-date               pic 9(08).
           05  audt-after-status       pic x(01).
           05  audt-after-amount       pic s9(09)v99.
           05  audt-business-date      pic 9(08).
           05  audt-contra-account     pic 9(09).
           05  audt-currency-code      pic x(03).
           05  filler                  pic x(02).
