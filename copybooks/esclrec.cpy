      *================================================================
      *  ESCLREC
      *
      *  Open-item escalation extract record - the machine-readable
      *  twin of the open-items report's escalation listing, one per
      *  reject, suspense item or pending adjustment that has aged
      *  past the site's escalation threshold, so a follow-up job or
      *  a supervisor's worklist can be fed from it instead of from
      *  the printed page.  The reason is the reject reason for a
      *  reject, the breached limit for a suspense item and the
      *  proposed kode for a pending adjustment (which carries no
      *  reason of its own).  The age is in posting days from the
      *  item's date to the business date; 9999 means the item's
      *  date is unusable or older than the processing calendar.
      *
      *  modification history
      *    dlb  - original layout
      *    dlb  - added escl-currency-code: the currency the amount
      *           is in (the house currency for an item keyed
      *           without one), carved from the filler
      *================================================================
       01  escalation-record.
           05  escl-business-date      pic 9(08).
           05  escl-item-type          pic x(01).
               88  escl-reject                 value "R".
               88  escl-suspense               value "S".
               88  escl-adjustment             value "A".
           05  escl-account-number     pic 9(09).
           05  escl-trans-kode         pic 9(02).
           05  escl-reason-code        pic 9(03).
           05  escl-trans-amount       pic s9(07)v99.
           05  escl-item-date          pic 9(08).
           05  escl-age-days           pic 9(04).
           05  escl-currency-code      pic x(03).
           05  filler                  pic x(07).
