      * Legal hold expiry listing.
      *
      * A hold placed with an expiry date lapses on its own - the
      * posting run stops honouring it the day after its expiry
      * date, with nobody told.  When the order behind it has been
      * extended the clerk must key the new date before then, so
      * this listing is printed each posting day and names every
      * hold in force whose expiry date falls after today's business
      * date and no later than the next posting day: the holds that
      * expire on or before the next posting day, weekend and
      * holiday expiries included.  Holds with no expiry and holds
      * already lifted are not listed.
      *
      * modification history
      *   dlb   - original hold expiry listing
      *   dlb   - batch-window timing: a start record and a finish
      *           record (JLOGREC) with records read and written and
      *           the return code are appended to JOBLOG
      *
       identification division.
       program-id.     holdexp.
       author.         dlb.
       environment division.
       configuration section.
       special-names.
            console is crt
            decimal-point is comma.
       input-output section.
       file-control.
           select hold-file      assign to "HOLDFILE"
                                 organization is indexed
                                 access mode is sequential
                                 record key is hold-account-number
                                 file status is hold-file-status.
           select listing-file   assign to "HOLDEXPL"
                                 organization is sequential.
           select calendar-file  assign to "CALFILE"
                                 organization is sequential
                                 file status is calendar-file-status.
           select control-file   assign to "CTLFILE"
                                 organization is sequential
                                 file status is control-file-status.
           select job-log-file   assign to "JOBLOG"
                                 organization is sequential
                                 file status is job-log-status.

       data division.
       file section.
       fd  hold-file
           label records are standard.
           copy holdrec.

       fd  listing-file
           label records are omitted.
       01  header-line             pic x(80).
       01  listing-line.
           05  filler              pic x(02).
           05  lst-account         pic 9(09).
           05  filler              pic x(02).
           05  lst-type            pic x(01).
           05  filler              pic x(02).
           05  lst-held-amount     pic z.zzz.zzz.zz9,99.
           05  filler              pic x(02).
           05  lst-expiry-date     pic 9(08).
           05  filler              pic x(02).
           05  lst-placed-by       pic x(08).
           05  filler              pic x(02).
           05  lst-reason          pic x(26).
       01  total-line.
           05  tot-label           pic x(40).
           05  tot-value           pic zz.zzz.zz9.
           05  filler              pic x(30).

       fd  calendar-file
           label records are standard.
           copy calrec.

       fd  control-file
           label records are standard.
           copy ctlprec.

       fd  job-log-file
           label records are standard.
           copy jlogrec.

       working-storage section.
       77  hold-eof-switch         pic x(01)  value "n".
       88  hold-eof                           value "y".
       77  hold-file-status        pic x(02).
       77  hold-opened-switch      pic x(01)  value "n".
       88  hold-opened                        value "y".

       77  expiring-count          pic 9(06)  comp value zero.
       77  holds-read-count        pic 9(06)  comp value zero.

      *
      *  Business processing date and the calendar table - the next
      *  posting day is found from the day types, so the calendar is
      *  required here, not optional.
      *
       77  calendar-file-status    pic x(02).
       77  business-date           pic 9(08)  value zero.
       77  next-posting-date       pic 9(08)  value zero.
       77  calendar-loaded         pic 9(03)  comp value zero.
       77  calendar-max            pic 9(03)  comp value 750.
       77  cal-sub                 pic 9(03)  comp.
       01  calendar-table.
           05  calendar-day        occurs 750 times.
               10  caltab-date     pic 9(08).
               10  caltab-type     pic x(01).
       77  posting-day-found-switch pic x(01).
       88  posting-day-found                  value "y".

       77  control-file-status        pic x(02).
       77  control-file-opened-switch pic x(01)  value "n".
       88  control-file-opened                   value "y".

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

           perform initialize-run thru initialize-run-end.
           perform read-hold thru read-hold-end.
           perform examine-hold thru examine-hold-end
                   until hold-eof.
           perform terminate-run thru terminate-run-end.
           perform log-job-finish thru log-job-finish-end.
           stop run.

      *
      *  No hold file at all is not an error - a site that has never
      *  placed a hold has nothing to expire.
      *
       initialize-run.
           perform read-run-control thru read-run-control-end.
           perform load-processing-calendar thru
                   load-processing-calendar-end.
           perform log-job-start thru log-job-start-end.
           perform find-next-posting-day thru
                   find-next-posting-day-end.
           open output listing-file.
           move spaces to header-line.
           string "LEGAL HOLDS EXPIRING - BUSINESS DATE "
                   delimited by size
                   business-date delimited by size
                   "  NEXT POSTING DAY "
                   delimited by size
                   next-posting-date delimited by size
                   into header-line.
           write header-line.
           move spaces to header-line.
           string "  ACCOUNT    T       HELD AMOUNT  EXPIRES"
                  "   PLACED BY REASON"
                   delimited by size into header-line.
           write header-line.
           move spaces to hold-file-status.
           open input hold-file.
           if hold-file-status = "00"
              move "y" to hold-opened-switch
           else
              move "y" to hold-eof-switch
              move spaces to header-line
              string "NO HOLD FILE - NO HOLDS TO LIST"
                     delimited by size into header-line
              write header-line.
       initialize-run-end.
           exit.

      *
      *  Run-control parameters are shared with level88 so a site
      *  that has switched to period-decimal reporting gets the same
      *  formatting here, without a recompile.  A missing control
      *  file just means "use the site default" (comma-decimal).
      *
       read-run-control.
           move "C" to ctlp-decimal-format.
           move "n" to control-file-opened-switch.
           move spaces to control-file-status.
           open input control-file.
           if control-file-status = "00"
              move "y" to control-file-opened-switch
              read control-file
                  at end continue.
           if control-file-opened
              close control-file.
       read-run-control-end.
           exit.

       load-processing-calendar.
           move spaces to calendar-file-status.
           open input calendar-file.
           if calendar-file-status not = "00"
              display "HOLDEXP: NO PROCESSING CALENDAR - "
                      "RUN ABENDED" upon crt
              move 16 to return-code
              stop run.
           perform load-calendar-day thru load-calendar-day-end
                   until calendar-file-status not = "00".
           close calendar-file.
           if business-date = zero
              display "HOLDEXP: NO CURRENT BUSINESS DATE ON "
                      "CALENDAR - RUN ABENDED" upon crt
              move 16 to return-code
              stop run.
       load-processing-calendar-end.
           exit.

       load-calendar-day.
           read calendar-file
               at end go to load-calendar-day-end.
           if calendar-loaded >= calendar-max
              go to load-calendar-day-end.
           add 1 to calendar-loaded.
           move cal-date to caltab-date (calendar-loaded).
           move cal-day-type to caltab-type (calendar-loaded).
           if cal-current-business-date
              move cal-date to business-date.
       load-calendar-day-end.
           exit.

      *
      *  A calendar that runs out before the next posting day leaves
      *  the window open-ended, so every dated hold is listed rather
      *  than none - the operator is told to extend the calendar.
      *
       find-next-posting-day.
           move 99999999 to next-posting-date.
           move "n" to posting-day-found-switch.
           perform scan-posting-day thru scan-posting-day-end
                   varying cal-sub from 1 by 1
                   until cal-sub > calendar-loaded
                      or posting-day-found.
           if not posting-day-found
              display "HOLDEXP: NO POSTING DAY AFTER "
                      business-date " ON CALENDAR" upon crt.
       find-next-posting-day-end.
           exit.

       scan-posting-day.
           if caltab-date (cal-sub) > business-date
              and caltab-type (cal-sub) = "P"
              move "y" to posting-day-found-switch
              move caltab-date (cal-sub) to next-posting-date.
       scan-posting-day-end.
           exit.

      *
       read-hold.
           read hold-file next record
               at end move "y" to hold-eof-switch.
       read-hold-end.
           exit.

       examine-hold.
           add 1 to holds-read-count.
           if not hold-in-force
              go to examine-hold-next.
           if hold-expiry-date = zero
              go to examine-hold-next.
           if hold-expiry-date not > business-date
              or hold-expiry-date > next-posting-date
              go to examine-hold-next.
           move spaces to listing-line.
           move hold-account-number to lst-account.
           move hold-type           to lst-type.
           move hold-amount         to lst-held-amount.
           perform format-listing-amount thru
                   format-listing-amount-end.
           move hold-expiry-date    to lst-expiry-date.
           move hold-placed-by      to lst-placed-by.
           move hold-reason         to lst-reason.
           write listing-line.
           add 1 to expiring-count.
       examine-hold-next.
           perform read-hold thru read-hold-end.
       examine-hold-end.
           exit.

      *
      *  DECIMAL-POINT IS COMMA is a compile-time choice, so a
      *  period-decimal run swaps the separator characters in the
      *  already-edited amount field rather than re-editing it -
      *  same technique level88 uses for its register.
      *
       format-listing-amount.
           if ctlp-decimal-period
              inspect lst-held-amount replacing all "." by "#"
              inspect lst-held-amount replacing all "," by "."
              inspect lst-held-amount replacing all "#" by ",".
       format-listing-amount-end.
           exit.

      *
       terminate-run.
           move spaces to total-line.
           move "HOLDS READ" to tot-label.
           move holds-read-count to tot-value.
           write total-line.
           move spaces to total-line.
           move "HOLDS EXPIRING BY NEXT POSTING DAY" to tot-label.
           move expiring-count to tot-value.
           write total-line.
           if hold-opened
              close hold-file.
           close listing-file.
           display "HOLDEXP: HOLD EXPIRY LISTING COMPLETE" upon crt.
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
           move "HOLDEXP" to jlog-program.
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
           move "HOLDEXP" to jlog-program.
           move business-date to jlog-business-date.
           set jlog-finished to true.
           move job-start-date to jlog-start-date.
           move job-start-time to jlog-start-time.
           move job-clock-date-n to jlog-end-date.
           move job-clock-time to jlog-end-time.
           move holds-read-count to jlog-records-read.
           move expiring-count to jlog-records-written.
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
