      * Batch-window timing and throughput report.
      *
      * The run log only says which program completed for which
      * business date; when the stream runs late nobody can tell
      * which step slowed down, how much it handled or how it ended.
      * Every program in the nightly stream now appends a start and
      * a finish record to the job timing log (JLOGREC).  This run,
      * the last step of the stream, reads that log against the
      * stream definition (STRMREC) - the jobs the stream is
      * expected to run, in running order, each with its deadline -
      * and prints for the calendar's business date each job's
      * start, finish and elapsed time, records read and written and
      * return code; then the exceptions: jobs missing, jobs started
      * but never finished, jobs that started before an earlier job
      * in the running order had finished, jobs that finished after
      * their deadline, and programs that ran but are not in the
      * definition.  A 30-night trend follows - per night the
      * stream's start, finish, elapsed window and volume, and per
      * job its average and longest run and its average volume over
      * the older and the newer half of the period - so growth shows
      * before it breaks the window.  Nights are posting days off
      * the calendar.  Clock times are measured from the window's
      * opening time so a stream that runs through midnight compares
      * correctly.  Any exception ends the run at return code 4.
      *
      * modification history
      *   dlb   - original batch-window timing and trend report
      *
       identification division.
       program-id.     jobtime.
       author.         dlb.
       environment division.
       configuration section.
       special-names.
            console is crt
            decimal-point is comma.
       input-output section.
       file-control.
           select job-log-file   assign to "JOBLOG"
                                 organization is sequential
                                 file status is job-log-status.
           select stream-file    assign to "STRMDEF"
                                 organization is sequential
                                 file status is stream-file-status.
           select report-file    assign to "JOBTMRPT"
                                 organization is sequential.
           select calendar-file  assign to "CALFILE"
                                 organization is sequential
                                 file status is calendar-file-status.

       data division.
       file section.
       fd  job-log-file
           label records are standard.
           copy jlogrec.

       fd  stream-file
           label records are standard.
           copy strmrec.

       fd  report-file
           label records are omitted.
       01  header-line             pic x(80).
       01  job-line.
           05  filler              pic x(01).
           05  jl-sequence         pic 9(03).
           05  filler              pic x(01).
           05  jl-program          pic x(08).
           05  filler              pic x(01).
           05  jl-start            pic x(08).
           05  filler              pic x(01).
           05  jl-end              pic x(08).
           05  filler              pic x(01).
           05  jl-elapsed          pic x(08).
           05  filler              pic x(01).
           05  jl-read             pic zz.zzz.zz9.
           05  filler              pic x(01).
           05  jl-written          pic zz.zzz.zz9.
           05  filler              pic x(01).
           05  jl-return-code      pic zz9.
           05  filler              pic x(01).
           05  jl-note             pic x(13).
       01  night-line.
           05  filler              pic x(02).
           05  nl-date             pic 9(08).
           05  filler              pic x(03).
           05  nl-jobs             pic zz9.
           05  filler              pic x(03).
           05  nl-start            pic x(08).
           05  filler              pic x(03).
           05  nl-end              pic x(08).
           05  filler              pic x(03).
           05  nl-window           pic x(08).
           05  filler              pic x(03).
           05  nl-read             pic zzz.zzz.zz9.
           05  filler              pic x(03).
           05  nl-written          pic zzz.zzz.zz9.
           05  filler              pic x(03).
       01  trend-line.
           05  filler              pic x(02).
           05  tl-program          pic x(08).
           05  filler              pic x(02).
           05  tl-nights           pic z9.
           05  filler              pic x(02).
           05  tl-average          pic x(08).
           05  filler              pic x(02).
           05  tl-longest          pic x(08).
           05  filler              pic x(02).
           05  tl-older-read       pic zzz.zzz.zz9.
           05  filler              pic x(02).
           05  tl-newer-read       pic zzz.zzz.zz9.
           05  filler              pic x(02).
           05  tl-growth           pic ----9.
           05  filler              pic x(01).
           05  tl-percent          pic x(01).
           05  filler              pic x(11).
       01  total-line.
           05  tot-label           pic x(40).
           05  tot-value           pic zzz.zzz.zz9.
           05  filler              pic x(29).

       fd  calendar-file
           label records are standard.
           copy calrec.

       working-storage section.
       77  job-log-status          pic x(02).
       77  job-log-eof-switch      pic x(01)  value "n".
       88  job-log-eof                        value "y".
       77  job-log-opened-switch   pic x(01)  value "n".
       88  job-log-opened                     value "y".
       77  stream-file-status      pic x(02).
       77  stream-eof-switch       pic x(01)  value "n".
       88  stream-eof                         value "y".

      *
      *  The stream definition, in running order, with tonight's
      *  figures for each job and its figures for each night of the
      *  trend period.
      *
       77  job-max                 pic 9(02)  comp value 50.
       77  jobs-loaded             pic 9(02)  comp value zero.
       77  job-sub                 pic 9(02)  comp.
       77  job-found-sub           pic 9(02)  comp.
       01  job-table.
           05  job-entry           occurs 50 times.
               10  jt-sequence     pic 9(03).
               10  jt-program      pic x(08).
               10  jt-deadline     pic 9(04).
               10  jt-deadline-wsec pic 9(05) comp.
               10  jt-event        pic x(01).
               10  jt-start-time   pic 9(08).
               10  jt-end-time     pic 9(08).
               10  jt-start-wsec   pic 9(05) comp.
               10  jt-end-wsec     pic 9(05) comp.
               10  jt-elapsed      pic 9(06) comp.
               10  jt-read         pic 9(09) comp.
               10  jt-written      pic 9(09) comp.
               10  jt-return-code  pic 9(04) comp.
               10  jt-night        occurs 30 times.
                   15  jn-ran      pic x(01).
                   15  jn-start-wsec pic 9(05) comp.
                   15  jn-end-wsec pic 9(05) comp.
                   15  jn-elapsed  pic 9(06) comp.
                   15  jn-read     pic 9(09) comp.
                   15  jn-written  pic 9(09) comp.
       77  prior-sequence          pic 9(03)  value zero.

      *
      *  Programs that logged a run tonight but are not in the
      *  stream definition.
      *
       77  stray-max               pic 9(02)  comp value 20.
       77  strays-loaded           pic 9(02)  comp value zero.
       77  stray-sub               pic 9(02)  comp.
       01  stray-table.
           05  stray-program       pic x(08)  occurs 20 times.
       77  stray-found-switch      pic x(01).
       88  stray-found                        value "y".

      *
      *  Business processing date, the calendar, and the nights of
      *  the trend period - the last 30 posting days up to and
      *  including the business date, oldest first, so the last
      *  night is tonight.
      *
       77  calendar-file-status    pic x(02).
       77  business-date           pic 9(08)  value zero.
       77  business-date-index     pic 9(03)  comp value zero.
       77  calendar-loaded         pic 9(03)  comp value zero.
       77  calendar-max            pic 9(03)  comp value 750.
       77  cal-sub                 pic 9(03)  comp.
       01  calendar-table.
           05  calendar-day        occurs 750 times.
               10  caltab-date     pic 9(08).
               10  caltab-type     pic x(01).
       77  night-max               pic 9(02)  comp value 30.
       77  nights-loaded           pic 9(02)  comp value zero.
       77  night-sub               pic 9(02)  comp.
       77  night-found-sub         pic 9(02)  comp.
       77  tonight                 pic 9(02)  comp value zero.
       01  night-table.
           05  night-entry         occurs 30 times.
               10  nt-date         pic 9(08).
       01  night-work-table.
           05  night-work-date     pic 9(08)  occurs 30 times.
       77  night-work-count        pic 9(02)  comp value zero.

      *
      *  Clock work.  A log time is HHMMSSHH; seconds are counted
      *  from midnight and then from the window's opening, wrapping
      *  past midnight into the next morning.
      *
       77  window-open-time        pic 9(04)  value zero.
       77  window-open-seconds     pic 9(05)  comp value zero.
       01  clock-time-work         pic 9(08).
       01  clock-time-parts redefines clock-time-work.
           05  ctw-hours           pic 9(02).
           05  ctw-minutes         pic 9(02).
           05  ctw-seconds         pic 9(02).
           05  ctw-hundredths      pic 9(02).
       01  deadline-work           pic 9(04).
       01  deadline-parts redefines deadline-work.
           05  dlw-hours           pic 9(02).
           05  dlw-minutes         pic 9(02).
       77  clock-seconds           pic 9(05)  comp.
       77  window-seconds          pic 9(05)  comp.
       77  start-seconds           pic 9(05)  comp.
       77  end-seconds             pic 9(05)  comp.
       77  elapsed-seconds         pic s9(07) comp.
       77  edit-seconds            pic 9(06)  comp.
       77  edit-remainder          pic 9(06)  comp.
       01  clock-edit.
           05  ce-hours            pic 9(02).
           05  filler              pic x(01)  value ":".
           05  ce-minutes          pic 9(02).
           05  filler              pic x(01)  value ":".
           05  ce-seconds          pic 9(02).

      *
      *  Tonight's exceptions and the trend arithmetic.
      *
       77  prior-end-wsec          pic 9(05)  comp.
       77  prior-end-program       pic x(08).
       77  job-note                pic x(13).
       77  missing-count           pic 9(05)  comp value zero.
       77  unfinished-count        pic 9(05)  comp value zero.
       77  out-of-order-count      pic 9(05)  comp value zero.
       77  overrun-count           pic 9(05)  comp value zero.
       77  nonzero-rc-count        pic 9(05)  comp value zero.
       77  log-records-read        pic 9(09)  comp value zero.
       77  log-records-used        pic 9(09)  comp value zero.
       77  night-jobs              pic 9(03)  comp.
       77  night-first-start       pic 9(05)  comp.
       77  night-last-end          pic 9(05)  comp.
       77  night-read-total        pic 9(11)  comp.
       77  night-written-total     pic 9(11)  comp.
       77  half-point              pic 9(02)  comp.
       77  trend-nights            pic 9(02)  comp.
       77  trend-elapsed-total     pic 9(09)  comp.
       77  trend-elapsed-longest   pic 9(06)  comp.
       77  older-nights            pic 9(02)  comp.
       77  newer-nights            pic 9(02)  comp.
       77  older-read-total        pic 9(11)  comp.
       77  newer-read-total        pic 9(11)  comp.
       77  older-read-average      pic 9(09)  comp.
       77  newer-read-average      pic 9(09)  comp.
       77  growth-percent          pic s9(05) comp.
       77  exception-text          pic x(60).

       procedure division.
       main section.
      *
      *  Load the definition and the nights, fold the whole log into
      *  the job table in one pass, then print tonight, tonight's
      *  exceptions and the trend.
      *

           perform initialize-run thru initialize-run-end.
           perform read-job-log thru read-job-log-end.
           perform take-job-log-record thru take-job-log-record-end
                   until job-log-eof.
           if job-log-opened
              close job-log-file.
           perform print-tonight thru print-tonight-end.
           perform print-exceptions thru print-exceptions-end.
           perform print-night-trend thru print-night-trend-end.
           perform print-job-trend thru print-job-trend-end.
           perform terminate-run thru terminate-run-end.
           stop run.

      *
      *  The calendar and the stream definition are required - with
      *  no nights there is nothing to report against, and with no
      *  definition nothing is expected.  A missing log is a stream
      *  that has logged nothing: every job is reported missing.
      *
       initialize-run.
           perform load-processing-calendar thru
                   load-processing-calendar-end.
           perform select-trend-nights thru select-trend-nights-end.
           perform load-stream-definition thru
                   load-stream-definition-end.
           open output report-file.
           move spaces to job-log-status.
           open input job-log-file.
           if job-log-status = "00"
              move "y" to job-log-opened-switch
           else
              move "y" to job-log-eof-switch
              display "JOBTIME: NO JOB TIMING LOG - EVERY JOB "
                      "REPORTED MISSING" upon crt.
       initialize-run-end.
           exit.

       load-processing-calendar.
           move spaces to calendar-file-status.
           open input calendar-file.
           if calendar-file-status not = "00"
              display "JOBTIME: NO PROCESSING CALENDAR - "
                      "RUN ABENDED" upon crt
              move 16 to return-code
              stop run.
           perform load-calendar-day thru load-calendar-day-end
                   until calendar-file-status not = "00".
           close calendar-file.
           if business-date = zero
              display "JOBTIME: NO CURRENT BUSINESS DATE ON "
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
              move cal-date to business-date
              move calendar-loaded to business-date-index.
       load-calendar-day-end.
           exit.

      *
      *  Step back from the business date collecting posting days
      *  (the business date itself always counts, whatever its day
      *  type), then turn the list round so the oldest night is
      *  first and tonight is last.
      *
       select-trend-nights.
           move business-date-index to cal-sub.
           perform collect-trend-night thru collect-trend-night-end
                   until cal-sub = zero
                      or night-work-count = night-max.
           perform reverse-trend-night thru reverse-trend-night-end
                   varying night-sub from 1 by 1
                   until night-sub > night-work-count.
           move night-work-count to nights-loaded.
           move nights-loaded to tonight.
       select-trend-nights-end.
           exit.

       collect-trend-night.
           if caltab-type (cal-sub) = "P"
              or cal-sub = business-date-index
              add 1 to night-work-count
              move caltab-date (cal-sub)
                  to night-work-date (night-work-count).
           subtract 1 from cal-sub.
       collect-trend-night-end.
           exit.

       reverse-trend-night.
           compute night-found-sub = night-work-count - night-sub + 1.
           move night-work-date (night-found-sub)
               to nt-date (night-sub).
       reverse-trend-night-end.
           exit.

      *
      *  The definition must be in running order - the order checks
      *  below depend on it, so a definition keyed out of order is
      *  refused rather than silently reported against.
      *
       load-stream-definition.
           move spaces to stream-file-status.
           open input stream-file.
           if stream-file-status not = "00"
              display "JOBTIME: NO STREAM DEFINITION - "
                      "RUN ABENDED" upon crt
              move 16 to return-code
              stop run.
           perform load-stream-record thru load-stream-record-end
                   until stream-eof.
           close stream-file.
           if jobs-loaded = zero
              display "JOBTIME: STREAM DEFINITION HAS NO JOBS - "
                      "RUN ABENDED" upon crt
              move 16 to return-code
              stop run.
           move window-open-time to deadline-work.
           compute window-open-seconds =
                   dlw-hours * 3600 + dlw-minutes * 60.
           perform set-job-deadline thru set-job-deadline-end
                   varying job-sub from 1 by 1
                   until job-sub > jobs-loaded.
       load-stream-definition-end.
           exit.

       load-stream-record.
           read stream-file
               at end
                  move "y" to stream-eof-switch
                  go to load-stream-record-end.
           if strm-window
              move strm-window-open-time to window-open-time
              go to load-stream-record-end.
           if not strm-job
              display "JOBTIME: STREAM RECORD TYPE NOT W OR J - "
                      "RECORD IGNORED" upon crt
              go to load-stream-record-end.
           if strm-sequence not > prior-sequence
              display "JOBTIME: STREAM DEFINITION NOT IN RUNNING "
                      "ORDER AT " strm-program
                      " - RUN ABENDED" upon crt
              move 16 to return-code
              stop run.
           if jobs-loaded >= job-max
              display "JOBTIME: STREAM DEFINITION TABLE FULL - "
                      strm-program " IGNORED" upon crt
              go to load-stream-record-end.
           move strm-sequence to prior-sequence.
           add 1 to jobs-loaded.
           initialize job-entry (jobs-loaded).
           move strm-sequence to jt-sequence (jobs-loaded).
           move strm-program to jt-program (jobs-loaded).
           move strm-deadline-time to jt-deadline (jobs-loaded).
           move space to jt-event (jobs-loaded).
       load-stream-record-end.
           exit.

       set-job-deadline.
           if jt-deadline (job-sub) = zero
              go to set-job-deadline-end.
           move jt-deadline (job-sub) to deadline-work.
           compute clock-seconds = dlw-hours * 3600 + dlw-minutes * 60.
           perform compute-window-seconds thru
                   compute-window-seconds-end.
           move window-seconds to jt-deadline-wsec (job-sub).
       set-job-deadline-end.
           exit.

      *
      *  Seconds from the window's opening: a clock time earlier in
      *  the day than the opening is the next morning.
      *
       compute-window-seconds.
           if clock-seconds < window-open-seconds
              compute window-seconds =
                      clock-seconds + 86400 - window-open-seconds
           else
              compute window-seconds =
                      clock-seconds - window-open-seconds.
       compute-window-seconds-end.
           exit.

       compute-clock-seconds.
           compute clock-seconds = ctw-hours * 3600
                   + ctw-minutes * 60 + ctw-seconds.
       compute-clock-seconds-end.
           exit.

      *
       read-job-log.
           read job-log-file
               at end move "y" to job-log-eof-switch.
           if not job-log-eof
              add 1 to log-records-read.
       read-job-log-end.
           exit.

      *
      *  One log record.  Records for a date outside the trend
      *  period are passed over.  For a job run more than once on a
      *  night the last run wins - the log is in the order the runs
      *  happened.
      *
       take-job-log-record.
           move zero to night-found-sub.
           perform find-log-night thru find-log-night-end
                   varying night-sub from 1 by 1
                   until night-sub > nights-loaded
                      or night-found-sub not = zero.
           if night-found-sub = zero
              go to take-job-log-record-next.
           move zero to job-found-sub.
           perform find-log-job thru find-log-job-end
                   varying job-sub from 1 by 1
                   until job-sub > jobs-loaded
                      or job-found-sub not = zero.
           if job-found-sub = zero
              if night-found-sub = tonight
                 perform note-stray-program thru
                         note-stray-program-end
                 go to take-job-log-record-next
              else
                 go to take-job-log-record-next.
           add 1 to log-records-used.
           move jlog-start-time to clock-time-work.
           perform compute-clock-seconds thru
                   compute-clock-seconds-end.
           move clock-seconds to start-seconds.
           perform compute-window-seconds thru
                   compute-window-seconds-end.
           if night-found-sub = tonight
              move jlog-event to jt-event (job-found-sub)
              move jlog-start-time to jt-start-time (job-found-sub)
              move window-seconds to jt-start-wsec (job-found-sub).
           if not jlog-finished
              go to take-job-log-record-next.
           move window-seconds
               to jn-start-wsec (job-found-sub, night-found-sub).
           move jlog-end-time to clock-time-work.
           perform compute-clock-seconds thru
                   compute-clock-seconds-end.
           move clock-seconds to end-seconds.
           perform compute-window-seconds thru
                   compute-window-seconds-end.
           compute elapsed-seconds = end-seconds - start-seconds.
           if jlog-end-date not = jlog-start-date
              add 86400 to elapsed-seconds.
           if elapsed-seconds < zero
              move zero to elapsed-seconds.
           move "y" to jn-ran (job-found-sub, night-found-sub).
           move window-seconds
               to jn-end-wsec (job-found-sub, night-found-sub).
           move elapsed-seconds
               to jn-elapsed (job-found-sub, night-found-sub).
           move jlog-records-read
               to jn-read (job-found-sub, night-found-sub).
           move jlog-records-written
               to jn-written (job-found-sub, night-found-sub).
           if night-found-sub = tonight
              move jlog-end-time to jt-end-time (job-found-sub)
              move window-seconds to jt-end-wsec (job-found-sub)
              move elapsed-seconds to jt-elapsed (job-found-sub)
              move jlog-records-read to jt-read (job-found-sub)
              move jlog-records-written to jt-written (job-found-sub)
              move jlog-return-code
                  to jt-return-code (job-found-sub).
       take-job-log-record-next.
           perform read-job-log thru read-job-log-end.
       take-job-log-record-end.
           exit.

       find-log-night.
           if nt-date (night-sub) = jlog-business-date
              move night-sub to night-found-sub.
       find-log-night-end.
           exit.

       find-log-job.
           if jt-program (job-sub) = jlog-program
              move job-sub to job-found-sub.
       find-log-job-end.
           exit.

       note-stray-program.
           move "n" to stray-found-switch.
           perform find-stray-program thru find-stray-program-end
                   varying stray-sub from 1 by 1
                   until stray-sub > strays-loaded
                      or stray-found.
           if not stray-found
              and strays-loaded < stray-max
              add 1 to strays-loaded
              move jlog-program to stray-program (strays-loaded).
       note-stray-program-end.
           exit.

       find-stray-program.
           if stray-program (stray-sub) = jlog-program
              move "y" to stray-found-switch.
       find-stray-program-end.
           exit.

      *
      *  Tonight, job by job in running order.  A job is out of
      *  order when it started before a job ahead of it in the
      *  running order had finished.
      *
       print-tonight.
           move spaces to header-line.
           string "BATCH-WINDOW TIMING - BUSINESS DATE "
                   delimited by size
                   business-date delimited by size
                   into header-line.
           write header-line.
           move spaces to header-line.
           write header-line.
           move spaces to header-line.
           string " SEQ PROGRAM   STARTED FINISHED  ELAPSED"
                  "       READ    WRITTEN  RC NOTE"
                   delimited by size into header-line.
           write header-line.
           move zero to prior-end-wsec.
           move spaces to prior-end-program.
           perform print-tonight-job thru print-tonight-job-end
                   varying job-sub from 1 by 1
                   until job-sub > jobs-loaded.
       print-tonight-end.
           exit.

       print-tonight-job.
           move spaces to job-line.
           move jt-sequence (job-sub) to jl-sequence.
           move jt-program (job-sub) to jl-program.
           move spaces to job-note.
           if jt-event (job-sub) = space
              add 1 to missing-count
              move "MISSING" to job-note
              go to print-tonight-job-write.
           move jt-start-time (job-sub) to clock-time-work.
           perform edit-clock-time thru edit-clock-time-end.
           move clock-edit to jl-start.
           if jt-event (job-sub) not = "F"
              add 1 to unfinished-count
              move "NOT FINISHED" to job-note
              go to print-tonight-job-write.
           move jt-end-time (job-sub) to clock-time-work.
           perform edit-clock-time thru edit-clock-time-end.
           move clock-edit to jl-end.
           move jt-elapsed (job-sub) to edit-seconds.
           perform edit-seconds-time thru edit-seconds-time-end.
           move clock-edit to jl-elapsed.
           move jt-read (job-sub) to jl-read.
           move jt-written (job-sub) to jl-written.
           move jt-return-code (job-sub) to jl-return-code.
           if jt-return-code (job-sub) not = zero
              add 1 to nonzero-rc-count.
           if jt-deadline (job-sub) not = zero
              and jt-end-wsec (job-sub) > jt-deadline-wsec (job-sub)
              add 1 to overrun-count
              move "OVERRAN" to job-note.
           if prior-end-program not = spaces
              and jt-start-wsec (job-sub) < prior-end-wsec
              add 1 to out-of-order-count
              move "OUT OF ORDER" to job-note.
           if jt-end-wsec (job-sub) > prior-end-wsec
              or prior-end-program = spaces
              move jt-end-wsec (job-sub) to prior-end-wsec
              move jt-program (job-sub) to prior-end-program.
       print-tonight-job-write.
           move job-note to jl-note.
           write job-line.
       print-tonight-job-end.
           exit.

      *
      *  The exceptions again, one sentence each, so the operator
      *  does not have to read them off the note column.
      *
       print-exceptions.
           move spaces to header-line.
           write header-line.
           move spaces to header-line.
           string "EXCEPTIONS FOR BUSINESS DATE " delimited by size
                   business-date delimited by size
                   into header-line.
           write header-line.
           move zero to prior-end-wsec.
           move spaces to prior-end-program.
           perform print-job-exceptions thru
                   print-job-exceptions-end
                   varying job-sub from 1 by 1
                   until job-sub > jobs-loaded.
           perform print-stray-program thru print-stray-program-end
                   varying stray-sub from 1 by 1
                   until stray-sub > strays-loaded.
           if missing-count = zero
              and unfinished-count = zero
              and out-of-order-count = zero
              and overrun-count = zero
              and strays-loaded = zero
              move spaces to header-line
              string "  NONE" delimited by size into header-line
              write header-line.
       print-exceptions-end.
           exit.

       print-job-exceptions.
           if jt-event (job-sub) = space
              move spaces to exception-text
              string jt-program (job-sub) delimited by size
                     " - NO RUN LOGGED FOR THE BUSINESS DATE"
                     delimited by size into exception-text
              perform write-exception-line thru
                      write-exception-line-end
              go to print-job-exceptions-end.
           if jt-event (job-sub) not = "F"
              move jt-start-time (job-sub) to clock-time-work
              perform edit-clock-time thru edit-clock-time-end
              move spaces to exception-text
              string jt-program (job-sub) delimited by size
                     " - STARTED " delimited by size
                     clock-edit delimited by size
                     ", NO FINISH RECORD (ABENDED OR RUNNING)"
                     delimited by size into exception-text
              perform write-exception-line thru
                      write-exception-line-end
              go to print-job-exceptions-end.
           if prior-end-program not = spaces
              and jt-start-wsec (job-sub) < prior-end-wsec
              move jt-start-time (job-sub) to clock-time-work
              perform edit-clock-time thru edit-clock-time-end
              move spaces to exception-text
              string jt-program (job-sub) delimited by size
                     " - STARTED " delimited by size
                     clock-edit delimited by size
                     " BEFORE " delimited by size
                     prior-end-program delimited by space
                     " HAD FINISHED" delimited by size
                     into exception-text
              perform write-exception-line thru
                      write-exception-line-end.
           if jt-deadline (job-sub) not = zero
              and jt-end-wsec (job-sub) > jt-deadline-wsec (job-sub)
              move jt-end-time (job-sub) to clock-time-work
              perform edit-clock-time thru edit-clock-time-end
              move jt-deadline (job-sub) to deadline-work
              move spaces to exception-text
              string jt-program (job-sub) delimited by size
                     " - FINISHED " delimited by size
                     clock-edit delimited by size
                     ", DEADLINE " delimited by size
                     dlw-hours delimited by size
                     ":" delimited by size
                     dlw-minutes delimited by size
                     into exception-text
              perform write-exception-line thru
                      write-exception-line-end.
           if jt-end-wsec (job-sub) > prior-end-wsec
              or prior-end-program = spaces
              move jt-end-wsec (job-sub) to prior-end-wsec
              move jt-program (job-sub) to prior-end-program.
       print-job-exceptions-end.
           exit.

       print-stray-program.
           move spaces to exception-text.
           string stray-program (stray-sub) delimited by size
                  " - RAN BUT IS NOT IN THE STREAM DEFINITION"
                  delimited by size into exception-text.
           perform write-exception-line thru write-exception-line-end.
       print-stray-program-end.
           exit.

       write-exception-line.
           move spaces to header-line.
           string "  " delimited by size
                  exception-text delimited by size
                  into header-line.
           write header-line.
       write-exception-line-end.
           exit.

      *
      *  The stream night by night: how many jobs finished, when the
      *  first started and the last finished, the window that took,
      *  and the records the stream read and wrote.
      *
       print-night-trend.
           move spaces to header-line.
           write header-line.
           move spaces to header-line.
           string "STREAM TREND BY POSTING NIGHT, OLDEST FIRST"
                   delimited by size into header-line.
           write header-line.
           move spaces to header-line.
           string "  BUSINESS  JOBS   STARTED   FINISHED     WINDOW"
                  "          READ       WRITTEN"
                   delimited by size into header-line.
           write header-line.
           perform print-night thru print-night-end
                   varying night-sub from 1 by 1
                   until night-sub > nights-loaded.
       print-night-trend-end.
           exit.

       print-night.
           move zero to night-jobs.
           move 99999 to night-first-start.
           move zero to night-last-end.
           move zero to night-read-total.
           move zero to night-written-total.
           perform total-night-job thru total-night-job-end
                   varying job-sub from 1 by 1
                   until job-sub > jobs-loaded.
           move spaces to night-line.
           move nt-date (night-sub) to nl-date.
           move night-jobs to nl-jobs.
           if night-jobs > zero
              compute edit-seconds =
                      night-first-start + window-open-seconds
              perform edit-clock-seconds thru
                      edit-clock-seconds-end
              move clock-edit to nl-start
              compute edit-seconds =
                      night-last-end + window-open-seconds
              perform edit-clock-seconds thru
                      edit-clock-seconds-end
              move clock-edit to nl-end
              compute edit-seconds =
                      night-last-end - night-first-start
              perform edit-seconds-time thru edit-seconds-time-end
              move clock-edit to nl-window.
           move night-read-total to nl-read.
           move night-written-total to nl-written.
           write night-line.
       print-night-end.
           exit.

       total-night-job.
           if jn-ran (job-sub, night-sub) not = "y"
              go to total-night-job-end.
           add 1 to night-jobs.
           if jn-start-wsec (job-sub, night-sub) < night-first-start
              move jn-start-wsec (job-sub, night-sub)
                  to night-first-start.
           if jn-end-wsec (job-sub, night-sub) > night-last-end
              move jn-end-wsec (job-sub, night-sub)
                  to night-last-end.
           add jn-read (job-sub, night-sub) to night-read-total.
           add jn-written (job-sub, night-sub) to night-written-total.
       total-night-job-end.
           exit.

      *
      *  Each job over the period: nights it finished, its average
      *  and longest run, and its average records read over the
      *  older and the newer half of the period, with the growth
      *  between them as a percentage.
      *
       print-job-trend.
           move spaces to header-line.
           write header-line.
           move spaces to header-line.
           string "JOB TREND - AVERAGE RECORDS READ, OLDER HALF "
                  "AGAINST NEWER HALF" delimited by size
                  into header-line.
           write header-line.
           move spaces to header-line.
           string "  PROGRAM  NTS  AVERAGE  LONGEST    OLDER READ"
                  "    NEWER READ  GROWTH"
                   delimited by size into header-line.
           write header-line.
           divide nights-loaded by 2 giving half-point.
           perform print-job-trend-line thru
                   print-job-trend-line-end
                   varying job-sub from 1 by 1
                   until job-sub > jobs-loaded.
       print-job-trend-end.
           exit.

       print-job-trend-line.
           move zero to trend-nights.
           move zero to trend-elapsed-total.
           move zero to trend-elapsed-longest.
           move zero to older-nights.
           move zero to newer-nights.
           move zero to older-read-total.
           move zero to newer-read-total.
           perform total-job-night thru total-job-night-end
                   varying night-sub from 1 by 1
                   until night-sub > nights-loaded.
           move spaces to trend-line.
           move jt-program (job-sub) to tl-program.
           move trend-nights to tl-nights.
           if trend-nights > zero
              divide trend-elapsed-total by trend-nights
                     giving edit-seconds rounded
              perform edit-seconds-time thru edit-seconds-time-end
              move clock-edit to tl-average
              move trend-elapsed-longest to edit-seconds
              perform edit-seconds-time thru edit-seconds-time-end
              move clock-edit to tl-longest.
           move zero to older-read-average.
           move zero to newer-read-average.
           if older-nights > zero
              divide older-read-total by older-nights
                     giving older-read-average rounded.
           if newer-nights > zero
              divide newer-read-total by newer-nights
                     giving newer-read-average rounded.
           move older-read-average to tl-older-read.
           move newer-read-average to tl-newer-read.
           if older-read-average > zero
              and newer-nights > zero
              perform compute-read-growth thru
                      compute-read-growth-end.
           write trend-line.
       print-job-trend-line-end.
           exit.

       compute-read-growth.
           compute growth-percent rounded =
                   (newer-read-average - older-read-average)
                   * 100 / older-read-average
               on size error
                  move 99999 to growth-percent.
           move growth-percent to tl-growth.
           move "%" to tl-percent.
       compute-read-growth-end.
           exit.

       total-job-night.
           if jn-ran (job-sub, night-sub) not = "y"
              go to total-job-night-end.
           add 1 to trend-nights.
           add jn-elapsed (job-sub, night-sub) to trend-elapsed-total.
           if jn-elapsed (job-sub, night-sub) > trend-elapsed-longest
              move jn-elapsed (job-sub, night-sub)
                  to trend-elapsed-longest.
           if night-sub > half-point
              add 1 to newer-nights
              add jn-read (job-sub, night-sub) to newer-read-total
           else
              add 1 to older-nights
              add jn-read (job-sub, night-sub) to older-read-total.
       total-job-night-end.
           exit.

      *
      *  Clock editing: a log time as HH:MM:SS, a count of seconds
      *  as a duration HH:MM:SS, and window seconds back as a time
      *  of day.
      *
       edit-clock-time.
           move ctw-hours to ce-hours.
           move ctw-minutes to ce-minutes.
           move ctw-seconds to ce-seconds.
       edit-clock-time-end.
           exit.

       edit-clock-seconds.
           if edit-seconds not < 86400
              subtract 86400 from edit-seconds.
           perform edit-seconds-time thru edit-seconds-time-end.
       edit-clock-seconds-end.
           exit.

       edit-seconds-time.
           divide edit-seconds by 3600 giving ce-hours
                  remainder edit-remainder.
           divide edit-remainder by 60 giving ce-minutes
                  remainder ce-seconds.
       edit-seconds-time-end.
           exit.

      *
       terminate-run.
           move spaces to header-line.
           write header-line.
           move spaces to total-line.
           move "JOBS IN STREAM DEFINITION" to tot-label.
           move jobs-loaded to tot-value.
           write total-line.
           move spaces to total-line.
           move "JOBS MISSING" to tot-label.
           move missing-count to tot-value.
           write total-line.
           move spaces to total-line.
           move "JOBS STARTED BUT NOT FINISHED" to tot-label.
           move unfinished-count to tot-value.
           write total-line.
           move spaces to total-line.
           move "JOBS OUT OF ORDER" to tot-label.
           move out-of-order-count to tot-value.
           write total-line.
           move spaces to total-line.
           move "JOBS OVER DEADLINE" to tot-label.
           move overrun-count to tot-value.
           write total-line.
           move spaces to total-line.
           move "JOBS ENDED WITH NON-ZERO RETURN CODE" to tot-label.
           move nonzero-rc-count to tot-value.
           write total-line.
           move spaces to total-line.
           move "PROGRAMS NOT IN STREAM DEFINITION" to tot-label.
           move strays-loaded to tot-value.
           write total-line.
           move spaces to total-line.
           move "LOG RECORDS READ" to tot-label.
           move log-records-read to tot-value.
           write total-line.
           move spaces to total-line.
           move "LOG RECORDS IN THE TREND PERIOD" to tot-label.
           move log-records-used to tot-value.
           write total-line.
           close report-file.
           if missing-count > zero
              or unfinished-count > zero
              or out-of-order-count > zero
              or overrun-count > zero
              or strays-loaded > zero
              move 4 to return-code.
           display "JOBTIME: BATCH-WINDOW REPORT COMPLETE" upon crt.
       terminate-run-end.
           exit.
