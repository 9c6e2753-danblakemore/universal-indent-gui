      *================================================================
      *  SINSREC
      *
      *  Standing-instruction record - one per recurring posting an
      *  account holder has arranged (a monthly payment, a regular
      *  fee), keyed by account number plus a sequence number so an
      *  account may carry several.  The scheduler generates the
      *  instruction's transaction on each due date, rolling a due
      *  date that falls on a weekend or holiday forward to the next
      *  posting day, then advances the next-due date by the
      *  frequency.  The next-due date is always the unrolled date,
      *  and the due day is the day of the month the instruction was
      *  set up for, so a monthly instruction for the 31st comes
      *  back to the 31st after passing through a short month.  An
      *  end date of zero means the instruction runs until it is
      *  retired by hand; one whose next-due date passes its end
      *  date is retired by the scheduler and stays on file for
      *  reference.
      *
      *  modification history
      *    dlb  - original layout
      *================================================================
       01  standing-instruction-record.
           05  sins-key.
               10  sins-account-number pic 9(09).
               10  sins-sequence       pic 9(03).
           05  sins-trans-kode         pic 9(02).
               88  sins-valid-kode             value 4, 8, 9,
                                                     13, 14.
           05  sins-amount             pic s9(07)v99.
           05  sins-frequency          pic x(01).
               88  sins-weekly                 value "W".
               88  sins-fortnightly            value "F".
               88  sins-monthly                value "M".
               88  sins-quarterly              value "Q".
               88  sins-annual                 value "A".
               88  sins-valid-frequency        value "W" "F" "M"
                                                     "Q" "A".
           05  sins-start-date         pic 9(08).
           05  sins-end-date           pic 9(08).
           05  sins-next-due-date      pic 9(08).
           05  sins-due-day            pic 9(02).
           05  sins-status             pic x(01).
               88  sins-active                 value "A".
               88  sins-retired                value "R".
           05  sins-last-generated     pic 9(08).
           05  filler                  pic x(10).
