      *================================================================
      *  JLOGREC
      *
      *  Job timing log record - appended by each program in the
      *  nightly stream, one S record when the run starts and one F
      *  record when it finishes, both stamped with the business
      *  date the run works under and the machine date and time it
      *  started (HHMMSSHH, hundredths).  The F record adds the
      *  machine date and time it finished, the records it read and
      *  wrote and the return code it ended with.  A run that
      *  abends leaves its S record with no F record after it.
      *  Separate from the run log (RUNLREC) on purpose: the run log
      *  is the sequencing guard and records only clean completions;
      *  this log records every run, good or bad, for the batch-
      *  window report.  What counts as "read" and "written" is the
      *  program's main input and main output, as its own report
      *  totals describe them.
      *
      *  modification history
      *    dlb  - original layout
      *================================================================
       01  job-log-record.
           05  jlog-program            pic x(08).
           05  jlog-business-date      pic 9(08).
           05  jlog-event              pic x(01).
               88  jlog-started                value "S".
               88  jlog-finished               value "F".
           05  jlog-start-date         pic 9(08).
           05  jlog-start-time         pic 9(08).
           05  jlog-end-date           pic 9(08).
           05  jlog-end-time           pic 9(08).
           05  jlog-records-read       pic 9(09).
           05  jlog-records-written    pic 9(09).
           05  jlog-return-code        pic 9(04).
           05  filler                  pic x(10).
