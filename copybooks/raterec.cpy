      *
      *  modification history
      *    dlb  - original layout
      *    dlb  - added record type O: the flat monthly overdraft fee,
      *           effective from its date, charged instead of the
      *           service fee to an account on the delinquency file
      *           (keyed like an F record, fee status ignored)
      *================================================================
       01  rate-record.
           05  rate-type               pic x(01).
               88  rate-interest               value "I".
               88  rate-service-fee            value "F".
               88  rate-overdraft-fee          value "O".
           05  rate-effective-date     pic 9(08).
           05  rate-band-floor         pic 9(09)v99.
           05  rate-annual-pct         pic 9(02)v9(04).
