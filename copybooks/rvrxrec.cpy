      *================================================================
      *  RVRXREC
      *
      *  Reversal cross-reference record - one per reversal the
      *  reversal run has generated, keyed by the posting it undoes:
      *  account, the business date the posting went through under,
      *  kode, the amount it posted, and an occurrence number.  Two
      *  postings alike in all four (the same fee charged twice in
      *  one day) cannot be told apart on the audit trail, so the
      *  first reversal of such a posting is occurrence 1, the next
      *  occurrence 2, and a request is refused once there are as
      *  many reversals on file as there are matching postings.
      *  Each record also says when the reversal was generated, in
      *  which batch and currency, and who asked for it.  The
      *  reversal run is the only program that writes the file.
      *
      *  modification history
      *    dlb  - original layout
      *================================================================
       01  reversal-xref-record.
           05  rvrx-key.
               10  rvrx-account-number pic 9(09).
               10  rvrx-posting-date   pic 9(08).
               10  rvrx-trans-kode     pic 9(02).
               10  rvrx-posted-amount  pic s9(07)v99.
               10  rvrx-occurrence     pic 9(03).
           05  rvrx-reversal-date      pic 9(08).
           05  rvrx-batch-number       pic 9(06).
           05  rvrx-currency-code      pic x(03).
           05  rvrx-requested-by       pic x(08).
           05  filler                  pic x(10).
