      *================================================================
      *  RVRQREC
      *
      *  Reversal request card - one per wrong posting to be undone,
      *  keyed by the clerk from the posting as it appears on the
      *  statement or the audit report.  It names the account, the
      *  business date the posting went through under, its kode and
      *  the amount it posted to the account, in the account's own
      *  currency: nine digits with two assumed decimals and a sign
      *  byte ("-" for a negative posting, blank otherwise).  Only
      *  the ordinary monetary kodes (4, 8, 9, 13, 14) can be
      *  reversed this way.  The requester is carried onto the
      *  reversal cross-reference file.
      *
      *  modification history
      *    dlb  - original layout
      *================================================================
       01  reversal-request-record.
           05  rvrq-account-number     pic x(09).
           05  rvrq-business-date      pic x(08).
           05  rvrq-trans-kode         pic x(02).
           05  rvrq-amount             pic x(09).
           05  rvrq-amount-digits redefines rvrq-amount
                                       pic 9(07)v99.
           05  rvrq-amount-sign        pic x(01).
               88  rvrq-amount-negative        value "-".
           05  rvrq-requested-by       pic x(08).
           05  filler                  pic x(10).
