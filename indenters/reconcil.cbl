      *           date; completion is stamped at end of job; an
      *           operator override card (OVRDREC) naming this
      *           program and date bypasses the checks for one run
      *   dlb   - batch-window timing: a start record and a finish
      *           record (JLOGREC) with records read and written and
      *           the return code are appended to JOBLOG
      *   dlb   - multi-currency: an account is compared in its own
      *           currency (blank = the run-control house currency);
      *           a ledger carrying it in a different currency is an
      *           exception of its own (reason 04) rather than an
      *           amount mismatch, and every exception line and
      *           extract record carries the currency
      *
       identification division.
       program-id.     reconcil.
           select override-file  assign to "OVRDCARD"
                                 organization is sequential
                                 file status is override-file-status.
           select job-log-file   assign to "JOBLOG"
                                 organization is sequential
                                 file status is job-log-status.

       data division.
       file section.
                         ==ledg-inactive==
                      by ==rawl-inactive==
                         ==ledg-amount==
                      by ==rawl-amount==
                         ==ledg-currency-code==
                      by ==rawl-currency-code==.

       sd  sort-work-file.
           copy ledgrec
                         ==ledg-inactive==
                      by ==sortl-inactive==
                         ==ledg-amount==
                      by ==sortl-amount==
                         ==ledg-currency-code==
                      by ==sortl-currency-code==.

      *
      *  Extract sorted into ascending account-number order - this is
           05  exc-ledg-status     pic x(01).
           05  filler              pic x(03).
           05  exc-ledg-amount     pic z.zzz.zzz.zz9,99-.
           05  filler              pic x(03).
           05  exc-currency        pic x(03).

       fd  job-log-file
           label records are standard.
           copy jlogrec.

       working-storage section.
       77  master-eof-switch       pic x(01)  value "n".

       77  report-date             pic 9(06).
       77  exceptions-found        pic 9(07)  comp value zero.
       77  master-records-read     pic 9(09)  comp value zero.
       77  ledger-records-read     pic 9(09)  comp value zero.
       77  exceptions-display      pic zzzzzz9.

      *
      *  The currencies a matched pair is carried in, blank already
      *  resolved to the house currency.
      *
       77  master-currency         pic x(03).
       77  ledger-currency         pic x(03).

       77  control-file-status        pic x(02).
       77  control-file-opened-switch pic x(01)  value "n".
       88  control-file-opened                   value "y".
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
           perform match-records thru match-records-end
                   until master-eof and ledger-eof.
           perform terminate-run thru terminate-run-end.
           perform log-job-finish thru log-job-finish-end.
           stop run.

      *
       initialize-run.
           perform read-run-control thru read-run-control-end.
           perform read-business-date thru read-business-date-end.
           perform log-job-start thru log-job-start-end.
           perform check-run-sequence thru check-run-sequence-end.
           open input master-file.
           perform sort-ledger-extract thru sort-ledger-extract-end.
      *
       read-run-control.
           move "C" to ctlp-decimal-format.
           move spaces to ctlp-house-currency.
           move "n" to control-file-opened-switch.
           move spaces to control-file-status.
           open input control-file.
       read-master.
           read master-file
               at end move "y" to master-eof-switch.
           if not master-eof
              add 1 to master-records-read.
       read-master-end.
           exit.

       read-ledger.
           read sorted-ledger-file
               at end move "y" to ledger-eof-switch.
           if not ledger-eof
              add 1 to ledger-records-read.
       read-ledger-end.
           exit.

           move mstr-amount to exc-mstr-amount.
           move space to exc-ledg-status.
           move zero  to exc-ledg-amount.
           move mstr-currency-code to exc-currency.
           perform format-exception-amounts thru
                   format-exception-amounts-end.
           write exception-line.
           move mstr-amount to excp-mstr-amount.
           move space to excp-ledg-status.
           move zero  to excp-ledg-amount.
           move mstr-currency-code to excp-currency-code.
           write exception-record.
       write-master-only-end.
           exit.
           move zero  to exc-mstr-amount.
           move ledg-status to exc-ledg-status.
           move ledg-amount to exc-ledg-amount.
           move ledg-currency-code to exc-currency.
           perform format-exception-amounts thru
                   format-exception-amounts-end.
           write exception-line.
           move zero  to excp-mstr-amount.
           move ledg-status to excp-ledg-status.
           move ledg-amount to excp-ledg-amount.
           move ledg-currency-code to excp-currency-code.
           write exception-record.
       write-ledger-only-end.
           exit.

      *
      *  Both sides are compared in the account's own currency.  A
      *  ledger that carries the account in some other currency
      *  makes the amounts incomparable, so that is reported on its
      *  own and the amount comparison is not attempted.
      *
       compare-matched.
           move mstr-currency-code to master-currency.
           if master-currency = spaces
              move ctlp-house-currency to master-currency.
           move ledg-currency-code to ledger-currency.
           if ledger-currency = spaces
              move ctlp-house-currency to ledger-currency.
           if master-currency not = ledger-currency
              perform write-currency-mismatch thru
                      write-currency-mismatch-end
              go to compare-matched-end.
           if mstr-status not = ledg-status
                   or mstr-amount not = ledg-amount
              add 1 to exceptions-found
              move mstr-amount to exc-mstr-amount
              move ledg-status to exc-ledg-status
              move ledg-amount to exc-ledg-amount
              move master-currency to exc-currency
              perform format-exception-amounts thru
                      format-exception-amounts-end
              write exception-line
              move mstr-amount to excp-mstr-amount
              move ledg-status to excp-ledg-status
              move ledg-amount to excp-ledg-amount
              move mstr-currency-code to excp-currency-code
              write exception-record.
       compare-matched-end.
           exit.

      *
      *  The line's currency column shows the master's currency; the
      *  ledger's is named in the reason.
      *
       write-currency-mismatch.
           add 1 to exceptions-found.
           move spaces to exception-line.
           move mstr-account-number to exc-account.
           string "CURRENCY MISMATCH, LEDGER IN " delimited by size
                   ledger-currency delimited by size
                   into exc-reason.
           move mstr-status to exc-mstr-status.
           move mstr-amount to exc-mstr-amount.
           move ledg-status to exc-ledg-status.
           move ledg-amount to exc-ledg-amount.
           move master-currency to exc-currency.
           perform format-exception-amounts thru
                   format-exception-amounts-end.
           write exception-line.
           move spaces to exception-record.
           move mstr-account-number to excp-account-number.
           move 04 to excp-reason-code.
           move mstr-status to excp-mstr-status.
           move mstr-amount to excp-mstr-amount.
           move ledg-status to excp-ledg-status.
           move ledg-amount to excp-ledg-amount.
           move mstr-currency-code to excp-currency-code.
           write exception-record.
       write-currency-mismatch-end.
           exit.

      *
      *  DECIMAL-POINT IS COMMA is a compile-time choice, so a
      *  period-decimal run swaps the separator characters in the
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
           move "RECONCIL" to jlog-program.
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
           move "RECONCIL" to jlog-program.
           move business-date to jlog-business-date.
           set jlog-finished to true.
           move job-start-date to jlog-start-date.
           move job-start-time to jlog-start-time.
           move job-clock-date-n to jlog-end-date.
           move job-clock-time to jlog-end-time.
           compute jlog-records-read =
                   master-records-read + ledger-records-read.
           move exceptions-found to jlog-records-written.
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
