      *           stamped at end of job; an operator override card
      *           (OVRDREC) naming this program and date bypasses
      *           the checks for one run
      *   dlb   - batch-window timing: a start record and a finish
      *           record (JLOGREC) with records read and written and
      *           the return code are appended to JOBLOG
      *
       identification division.
       program-id.     adjrels.
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
       77  pending-eof-switch      pic x(01)  value "n".
       88  pending-eof                        value "y".
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
           perform release-adjustment thru release-adjustment-end
                   until pending-eof.
           perform terminate-run thru terminate-run-end.
           perform log-job-finish thru log-job-finish-end.
           stop run.

      *
       initialize-run.
           perform read-run-control thru read-run-control-end.
           perform read-business-date thru read-business-date-end.
           perform log-job-start thru log-job-start-end.
           perform check-run-sequence thru check-run-sequence-end.
           open input pending-file.
           open input approval-file.
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
           move "ADJRELS" to jlog-program.
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
           move "ADJRELS" to jlog-program.
           move business-date to jlog-business-date.
           set jlog-finished to true.
           move job-start-date to jlog-start-date.
           move job-start-time to jlog-start-time.
           move job-clock-date-n to jlog-end-date.
           move job-clock-time to jlog-end-time.
           compute jlog-records-read =
                   released-count + rejected-count + carried-count.
           compute jlog-records-written =
                   released-count + carried-count.
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
