      *================================================================
      *  STRMREC
      *
      *  Stream-definition record - the jobs the nightly stream is
      *  expected to run, keyed by operations, in running order.
      *  One W record gives the time of day the batch window opens;
      *  every clock time on the batch-window report is read as
      *  minutes from that opening, so a stream that runs through
      *  midnight still compares and sorts correctly (a time earlier
      *  than the opening is taken as the next morning).  Each J
      *  record names one job, its place in the running order and
      *  the time of day (HHMM) it must have finished by; a deadline
      *  of zero means the job has none.
      *
      *  modification history
      *    dlb  - original layout
      *================================================================
       01  stream-definition-record.
           05  strm-record-type        pic x(01).
               88  strm-window                 value "W".
               88  strm-job                    value "J".
           05  strm-sequence           pic 9(03).
           05  strm-program            pic x(08).
           05  strm-deadline-time      pic 9(04).
           05  strm-window-open-time   pic 9(04).
           05  filler                  pic x(10).
