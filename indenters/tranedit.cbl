      *           stamps its completion; an operator override card
      *           (OVRDREC) naming this program and date bypasses
      *           the check for one run
      *   dlb   - kode 16 account-to-account transfer: a monetary
      *           kode with its own amount ceiling, which must also
      *           be positive and carry a numeric, non-zero contra
      *           account different from the account number
      *   dlb   - batch-window timing: a start record and a finish
      *           record (JLOGREC) with records read and written and
      *           the return code are appended to JOBLOG
      *   dlb   - multi-currency: the transaction currency code must
      *           be blank (the house currency) or three letters;
      *           whether a rate exists is the posting run's check,
      *           and the amount ceilings still apply to the amount
      *           as keyed
      *
       identification division.
       program-id.     tranedit.
           select override-file     assign to "OVRDCARD"
                                    organization is sequential
                                    file status is override-file-status.
           select job-log-file      assign to "JOBLOG"
                                    organization is sequential
                                    file status is job-log-status.

       data division.
       file section.
                         ==debit-kode==
                      by ==sortt-debit-kode==
                         ==credit-kode==
                      by ==sortt-credit-kode==
                         ==transfer-trans==
                      by ==sortt-transfer==
                         ==trans-contra-account==
                      by ==sortt-contra-account==
                         ==trans-currency-code==
                      by ==sortt-currency-code==.

       fd  sorted-trans-file
           label records are standard.
                         ==debit-kode==
                      by ==srtd-debit-kode==
                         ==credit-kode==
                      by ==srtd-credit-kode==
                         ==transfer-trans==
                      by ==srtd-transfer==
                         ==trans-contra-account==
                      by ==srtd-contra-account==
                         ==trans-currency-code==
                      by ==srtd-currency-code==.

       fd  accepted-file
           label records are standard.
                         ==debit-kode==
                      by ==acpt-debit-kode==
                         ==credit-kode==
                      by ==acpt-credit-kode==
                         ==transfer-trans==
                      by ==acpt-transfer==
                         ==trans-contra-account==
                      by ==acpt-contra-account==
                         ==trans-currency-code==
                      by ==acpt-currency-code==.

       fd  error-file
           label records are omitted.
           label records are standard.
           copy ovrdrec.

       fd  job-log-file
           label records are standard.
           copy jlogrec.

       working-storage section.
       77  eof-switch              pic x(01)  value "n".
       88  end-of-file                        value "y".
       77  edit-message            pic x(40).
       77  record-error-switch     pic x(01).
       88  record-in-error                    value "y".
       77  currency-space-count    pic 9(02)  comp value zero.

      *
      *  Error-rate tolerance: the run is held (return code 8) when
           05  filler              pic x(11)  value "13000100000".
           05  filler              pic x(11)  value "14001000000".
           05  filler              pic x(11)  value "15999999999".
           05  filler              pic x(11)  value "16005000000".
       01  kode-limit-table redefines kode-limit-values.
           05  kode-limit-entry    occurs 10 times.
               10  klim-kode       pic 9(02).
               10  klim-amount     pic 9(07)v99.
       77  klim-sub                pic 9(02)  comp.
       77  self-complete-switch       pic x(01)  value "n".
       88  self-already-complete                 value "y".

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
           perform edit-transaction thru edit-transaction-end
                   until end-of-file.
           perform terminate-run thru terminate-run-end.
           perform log-job-finish thru log-job-finish-end.
           stop run.

      *
       initialize-run.
           perform read-run-control thru read-run-control-end.
           perform read-business-date thru read-business-date-end.
           perform log-job-start thru log-job-start-end.
           perform check-run-sequence thru check-run-sequence-end.
           open output accepted-file.
           open output error-file.
           perform edit-account thru edit-account-end.
           perform edit-date thru edit-date-end.
           perform edit-amount thru edit-amount-end.
           perform edit-contra thru edit-contra-end.
           perform edit-currency thru edit-currency-end.
           if not record-in-error
              perform edit-duplicate thru edit-duplicate-end.
           if record-in-error
              go to edit-amount-end.
           move "n" to monetary-kode-switch.
           if trans-kode numeric
              if trans-kode = 04 or 08 or 09 or 13 or 14 or 16
                 move "y" to monetary-kode-switch.
           if monetary-kode and trans-amount = zero
              move "ZERO AMOUNT INVALID FOR KODE" to edit-message
              perform write-error-line thru write-error-line-end.
           if trans-kode numeric
              and transfer-trans
              and trans-amount < zero
              move "TRANSFER AMOUNT MUST BE POSITIVE" to edit-message
              perform write-error-line thru write-error-line-end.
           if trans-amount < zero
              compute abs-amount = zero - trans-amount
           else
       edit-amount-end.
           exit.

      *
      *  A transfer names the account it credits in the contra
      *  account field - it must be a real account number and not
      *  the account being debited.  Other kodes do not use it.
      *
       edit-contra.
           if trans-kode not numeric
              or not transfer-trans
              go to edit-contra-end.
           if trans-contra-account not numeric
              move "CONTRA ACCOUNT NOT NUMERIC" to edit-message
              perform write-error-line thru write-error-line-end
              go to edit-contra-end.
           if trans-contra-account = zero
              move "CONTRA ACCOUNT IS ZERO" to edit-message
              perform write-error-line thru write-error-line-end
              go to edit-contra-end.
           if account-number numeric
              and trans-contra-account = account-number
              move "CONTRA ACCOUNT SAME AS ACCOUNT" to edit-message
              perform write-error-line thru write-error-line-end.
       edit-contra-end.
           exit.

      *
      *  A currency code is blank (the account is posted in the
      *  house currency) or three capital letters - a part-blank
      *  code is a keying slip.  Whether a rate is on file for it is
      *  left to the posting run, which holds the exchange rates.
      *
       edit-currency.
           if trans-currency-code = spaces
              go to edit-currency-end.
           if trans-currency-code is not alphabetic-upper
              move "CURRENCY CODE NOT ALPHABETIC" to edit-message
              perform write-error-line thru write-error-line-end
              go to edit-currency-end.
           move zero to currency-space-count.
           inspect trans-currency-code tallying currency-space-count
                   for all spaces.
           if currency-space-count > zero
              move "CURRENCY CODE INCOMPLETE" to edit-message
              perform write-error-line thru write-error-line-end.
       edit-currency-end.
           exit.

       find-kode-limit.
           move zero to klim-found-sub.
           if trans-kode numeric
              perform scan-kode-limit thru scan-kode-limit-end
                      varying klim-sub from 1 by 1
                      until klim-sub > 10
                         or klim-found-sub > zero.
       find-kode-limit-end.
           exit.
           write acpt-tranx-record from out-batch-trailer.
       write-accepted-trailer-end.
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
           move "TRANEDIT" to jlog-program.
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
           move "TRANEDIT" to jlog-program.
           move business-date to jlog-business-date.
           set jlog-finished to true.
           move job-start-date to jlog-start-date.
           move job-start-time to jlog-start-time.
           move job-clock-date-n to jlog-end-date.
           move job-clock-time to jlog-end-time.
           move transactions-read to jlog-records-read.
           move accepted-count to jlog-records-written.
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
