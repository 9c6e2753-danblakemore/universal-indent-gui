      *           job; an operator override card (OVRDREC) naming
      *           this program and date bypasses the checks for one
      *           run
      *   dlb   - batch-window timing: a start record and a finish
      *           record (JLOGREC) with records read and written and
      *           the return code are appended to JOBLOG
      *   dlb   - multi-currency: a proposal is raised in the currency
      *           the exception carries; a currency mismatch between
      *           master and ledger (reason 04) always goes to manual
      *           review, since no transaction can change an
      *           account's currency
      *
       identification division.
       program-id.     adjgen.
           select override-file assign to "OVRDCARD"
                                organization is sequential
                                file status is override-file-status.
           select job-log-file  assign to "JOBLOG"
                                organization is sequential
                                file status is job-log-status.

       data division.
       file section.
           label records are standard.
           copy ovrdrec.

       fd  job-log-file
           label records are standard.
           copy jlogrec.

       working-storage section.
       77  extract-eof-switch      pic x(01)  value "n".
       88  extract-eof                        value "y".
       77  listing-disposition     pic x(16).
       77  proposed-count          pic 9(06)  comp value zero.
       77  manual-review-count     pic 9(06)  comp value zero.
       77  extract-records-read    pic 9(09)  comp value zero.
       77  proposal-amount-limit     pic s9(09)v99 value 9999999,99.
       77  proposal-amount-limit-neg pic s9(09)v99
                                               value -9999999,99.
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
           perform propose-adjustment thru propose-adjustment-end
                   until extract-eof.
           perform terminate-run thru terminate-run-end.
           perform log-job-finish thru log-job-finish-end.
           stop run.

      *
       initialize-run.
           perform read-run-control thru read-run-control-end.
           perform read-business-date thru read-business-date-end.
           perform log-job-start thru log-job-start-end.
           perform check-run-sequence thru check-run-sequence-end.
           open input extract-file.
           open output pending-file.
       read-extract.
           read extract-file
               at end move "y" to extract-eof-switch.
           if not extract-eof
              add 1 to extract-records-read.
       read-extract-end.
           exit.

      *  kode flips status except destroy), a ledger amount too big
      *  for the transaction picture (a blind move would truncate
      *  the high-order digits and realign the master to a wrong
      *  value), a currency mismatch (no kode changes an account's
      *  currency), and any reason code this program does not know.
      *
       propose-adjustment.
           if excp-mismatch
                    perform propose-master-only thru
                            propose-master-only-end
                 else
                    if excp-currency-mismatch
                       move "CCY MISMATCH" to listing-reason
                       perform list-manual-review thru
                               list-manual-review-end
                    else
                       move "REASON UNKNOWN" to listing-reason
                       perform list-manual-review thru
                               list-manual-review-end.
           perform read-extract thru read-extract-end.
       propose-adjustment-end.
           exit.
           add 1 to proposed-count.
           move excp-account-number to account-number.
           move proposal-date-n to trans-date.
           move excp-currency-code to trans-currency-code.
           write tranx-record.
           move "PROPOSED" to listing-disposition.
           perform write-listing-line thru write-listing-line-end.
           perform stamp-run-complete thru stamp-run-complete-end.
       terminate-run-end.
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
           move "ADJGEN" to jlog-program.
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
           move "ADJGEN" to jlog-program.
           move business-date to jlog-business-date.
           set jlog-finished to true.
           move job-start-date to jlog-start-date.
           move job-start-time to jlog-start-time.
           move job-clock-date-n to jlog-end-date.
           move job-clock-time to jlog-end-time.
           move extract-records-read to jlog-records-read.
           move proposed-count to jlog-records-written.
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
