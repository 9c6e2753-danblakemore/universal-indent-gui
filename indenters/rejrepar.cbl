      *           is stamped at end of job; an operator override
      *           card (OVRDREC) naming this program and date
      *           bypasses the checks for one run
      *   dlb   - kode 16 transfers: the contra account is carried
      *           through to the resubmitted transaction and the
      *           carry-forward file, a card may replace it, and the
      *           listing shows it
      *   dlb   - reason 010 (debit refused under legal hold) named in
      *           the carry-forward layout
      *   dlb   - batch-window timing: a start record and a finish
      *           record (JLOGREC) with records read and written and
      *           the return code are appended to JOBLOG
      *   dlb   - multi-currency: the transaction's currency is
      *           carried through to the resubmitted transaction, a
      *           card may replace it, and the listing shows it;
      *           reason 011 (currency refused) named in the
      *           carry-forward layout
      *   dlb   - a card's currency is held to the transaction
      *           edit's rule - three capital letters, no embedded
      *           space - so a repair cannot put on a code entry
      *           would refuse
      *
       identification division.
       program-id.     rejrepar.
           select override-file   assign to "OVRDCARD"
                                  organization is sequential
                                  file status is override-file-status.
           select job-log-file    assign to "JOBLOG"
                                  organization is sequential
                                  file status is job-log-status.

       data division.
       file section.
                      by ==cfwd-future-date==
                         ==rej-stale-date==
                      by ==cfwd-stale-date==
                         ==rej-no-profile==
                      by ==cfwd-no-profile==
                         ==rej-invalid-transfer==
                      by ==cfwd-invalid-transfer==
                         ==rej-held-funds==
                      by ==cfwd-held-funds==
                         ==rej-currency-refused==
                      by ==cfwd-currency-refused==
                         ==rej-trans-image==
                      by ==cfwd-trans-image==
                         ==rej-trans-kode==
                      by ==cfwd-trans-amount==
                         ==rej-trans-date==
                      by ==cfwd-trans-date==
                         ==rej-contra-account==
                      by ==cfwd-contra-account==
                         ==rej-currency-code==
                      by ==cfwd-currency-code==
                         ==rej-message==
                      by ==cfwd-message==.

           05  lst-reason          pic 9(03).
           05  filler              pic x(03).
           05  lst-amount          pic z.zzz.zz9,99-.
           05  filler              pic x(01).
           05  lst-currency        pic x(03).
           05  filler              pic x(03).
           05  lst-disposition     pic x(24).
           05  filler              pic x(01).
           05  lst-contra          pic x(09).
           05  filler              pic x(01).
       01  total-line.
           05  tot-label           pic x(40).
           05  tot-value           pic zz.zz9.
           label records are standard.
           copy ovrdrec.

       fd  job-log-file
           label records are standard.
           copy jlogrec.

       working-storage section.
       77  reject-eof-switch       pic x(01)  value "n".
       88  reject-eof                         value "y".
               10  ctab-new-amount     pic x(09).
               10  ctab-new-amount-sign pic x(01).
               10  ctab-new-date       pic x(08).
               10  ctab-new-contra     pic x(09).
               10  ctab-new-currency   pic x(03).
               10  ctab-used-switch    pic x(01).
               88  ctab-used                       value "y".


       77  card-error-switch       pic x(01).
       88  card-in-error                      value "y".
       77  currency-space-count    pic 9(02)  comp value zero.

       77  listing-disposition     pic x(24).
       77  resubmit-count          pic 9(05)  comp value zero.
       77  predecessor-complete-switch pic x(01) value "n".
       88  predecessor-complete                  value "y".

      *
      *  Batch-window timing log state - the machine date and time
      *  this run started, carried into its finish record.
      *
       77  job-log-status             pic x(02).
       01  job-clock-date.
           05  filler                 pic 9(02)  value 20.
           05  job-clock-yymmdd       pic 9(06).
       01  job-clock-date-n redefines job-clock-date
                                      pic 9(08).
       77  job-clock-time             pic 9(08).
       77  job-start-date             pic 9(08)  value zero.
       77  job-start-time             pic 9(08)  value zero.

       procedure division.
       main section.
      *
           perform repair-reject thru repair-reject-end
                   until reject-eof.
           perform terminate-run thru terminate-run-end.
           perform log-job-finish thru log-job-finish-end.
           stop run.

      *
       initialize-run.
           perform read-run-control thru read-run-control-end.
           perform read-business-date thru read-business-date-end.
           perform log-job-start thru log-job-start-end.
           perform check-run-sequence thru check-run-sequence-end.
           open input reject-file.
           open input correction-file.
           write header-line.
           move spaces to header-line.
           string "  ACCOUNT     KD   RSN          AMOUNT"
                   " CUR   DISPOSITION              CONTRA"
                   delimited by size
                   into header-line.
           write header-line.
       initialize-run-end.
              move corr-new-amount-sign
                  to ctab-new-amount-sign (corr-loaded)
              move corr-new-date       to ctab-new-date (corr-loaded)
              move corr-new-contra     to ctab-new-contra (corr-loaded)
              move corr-new-currency
                  to ctab-new-currency (corr-loaded)
              move "n" to ctab-used-switch (corr-loaded)
           else
              display "REJREPAR: CORRECTION CARD TABLE FULL - "
      *  Build the resubmission transaction from the reject's
      *  original image, overlaying whichever fields the card
      *  supplies.  A non-blank replacement field that is not numeric
      *  (alphabetic, for the currency) means the card itself was
      *  miskeyed - the reject is carried forward untouched rather
      *  than resubmitted with garbage.
      *
       resubmit-reject.
           move "n" to card-error-switch.
           move rej-account-number to account-number.
           move rej-trans-amount   to trans-amount.
           move rej-trans-date     to trans-date.
           move rej-contra-account to trans-contra-account.
           move rej-currency-code  to trans-currency-code.
           perform apply-card-fields thru apply-card-fields-end.
           if card-in-error
              add 1 to card-error-count
                 move ctab-new-date (corr-found-sub) to trans-date
              else
                 move "y" to card-error-switch.
           if ctab-new-contra (corr-found-sub) not = spaces
              if ctab-new-contra (corr-found-sub) is numeric
                 move ctab-new-contra (corr-found-sub)
                     to trans-contra-account
              else
                 move "y" to card-error-switch.
           if ctab-new-currency (corr-found-sub) not = spaces
              perform apply-card-currency thru
                      apply-card-currency-end.
       apply-card-fields-end.
           exit.

      *
      *  A card's currency follows tranedit's edit: three capital
      *  letters, a part-blank code being a keying slip.  A blank
      *  card field leaves the transaction's currency as it was.
      *
       apply-card-currency.
           if ctab-new-currency (corr-found-sub)
              is not alphabetic-upper
              move "y" to card-error-switch
              go to apply-card-currency-end.
           move zero to currency-space-count.
           inspect ctab-new-currency (corr-found-sub)
                   tallying currency-space-count for all spaces.
           if currency-space-count > zero
              move "y" to card-error-switch
              go to apply-card-currency-end.
           move ctab-new-currency (corr-found-sub)
               to trans-currency-code.
       apply-card-currency-end.
           exit.

      *
      *  No usable card for this reject - keep it in the cycle on the
      *  carry-forward file so it is not silently lost.
           move rej-trans-kode     to lst-kode.
           move rej-reason-code    to lst-reason.
           move rej-trans-amount   to lst-amount.
           move rej-currency-code  to lst-currency.
           if rej-trans-kode = 16
              move rej-contra-account to lst-contra.
           perform format-listing-amount thru
                   format-listing-amount-end.
           write listing-line.
              add 1 to unused-card-count.
       count-unused-cards-end.
           exit.

      *
      *  Batch-window timing (JLOGREC): a start record as the run
      *  begins and a finish record, with the run's counts and its
      *  return code, as it ends.  A run that abends leaves only its
      *  start record, which the batch-window report shows as not
      *  finished.
      *
       log-job-start.
           accept job-clock-yymmdd from date.
           accept job-clock-time from time.
           move job-clock-date-n to job-start-date.
           move job-clock-time to job-start-time.
           move spaces to job-log-record.
           move "REJREPAR" to jlog-program.
           move business-date to jlog-business-date.
           set jlog-started to true.
           move job-start-date to jlog-start-date.
           move job-start-time to jlog-start-time.
           move zero to jlog-end-date.
           move zero to jlog-end-time.
           move zero to jlog-records-read.
           move zero to jlog-records-written.
           move zero to jlog-return-code.
           perform write-job-log thru write-job-log-end.
       log-job-start-end.
           exit.

       log-job-finish.
           accept job-clock-yymmdd from date.
           accept job-clock-time from time.
           move spaces to job-log-record.
           move "REJREPAR" to jlog-program.
           move business-date to jlog-business-date.
           set jlog-finished to true.
           move job-start-date to jlog-start-date.
           move job-start-time to jlog-start-time.
           move job-clock-date-n to jlog-end-date.
           move job-clock-time to jlog-end-time.
           compute jlog-records-read =
                   resubmit-count + dropped-count + carried-count.
           compute jlog-records-written =
                   resubmit-count + carried-count.
           move return-code to jlog-return-code.
           perform write-job-log thru write-job-log-end.
       log-job-finish-end.
           exit.

      *
      *  A site that has never logged a run has no log yet - the
      *  first record starts it.
      *
       write-job-log.
           move spaces to job-log-status.
           open extend job-log-file.
           if job-log-status not = "00"
              open output job-log-file.
           write job-log-record.
           close job-log-file.
       write-job-log-end.
           exit.
