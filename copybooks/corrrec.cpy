      *  blank replacement field means "keep the original value".
      *  corr-new-amount is nine digits with two assumed decimals
      *  (123,45 is keyed as 000012345), negative when
      *  corr-new-amount-sign is "-".  corr-new-contra replaces a
      *  transfer's contra account, corr-new-currency the
      *  currency the amount is expressed in.
      *
      *  modification history
      *    dlb  - original layout
      *    dlb  - added corr-new-contra (carved out of the filler,
      *           record length unchanged) for kode 16 transfers
      *    dlb  - added corr-new-currency: replaces the currency the
      *           amount is expressed in.  CUTOVER: this grew the
      *           card from 51 to 54 bytes - key outstanding cards
      *           again at the new layout
      *================================================================
       01  correction-record.
           05  corr-account-number     pic 9(09).
           05  corr-new-amount         pic x(09).
           05  corr-new-amount-sign    pic x(01).
           05  corr-new-date           pic x(08).
           05  corr-new-contra         pic x(09).
           05  corr-new-currency       pic x(03).
           05  filler                  pic x(01).
