      *           CUTOVER: this grew the record from 19 to 23
      *           bytes - re-key the control record at the new
      *           layout before the first run that reads it
      *    dlb  - added ctlp-escalation-days (carved out of the
      *           filler, record length unchanged): how many posting
      *           days an open reject, suspense or pending-adjustment
      *           item may age before the open-items report escalates
      *           it (blank/zero = site default of 15)
      *    dlb  - added ctlp-notice-first-days, -second-days and
      *           -final-days: how many posting days an account may
      *           stay overdrawn before the delinquency run sends the
      *           first, second and final customer notice (blank/
      *           zero = site defaults of 10, 30 and 60).
      *           CUTOVER: this grew the record from 23 to 32
      *           bytes - re-key the control record at the new
      *           layout before the first run that reads it
      *    dlb  - added ctlp-house-currency: the currency the books
      *           are kept in, which a blank account or transaction
      *           currency means and every house-equivalent total is
      *           expressed in.  CUTOVER: this grew the record from
      *           32 to 35 bytes - re-key the control record at the
      *           new layout before the first run that reads it
      *================================================================
       01  control-parm-record.
           05  ctlp-decimal-format     pic x(01).
               88  ctlp-high-volume            value "H".
           05  ctlp-supervisor-code    pic x(04).
           05  ctlp-archive-days       pic 9(04).
           05  ctlp-escalation-days    pic 9(02).
           05  ctlp-notice-first-days  pic 9(03).
           05  ctlp-notice-second-days pic 9(03).
           05  ctlp-notice-final-days  pic 9(03).
           05  ctlp-house-currency     pic x(03).
