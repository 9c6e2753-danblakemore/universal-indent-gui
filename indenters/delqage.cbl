      * Overdrawn-account aging and customer notices.
      *
      * Nothing used to say when an account's balance had gone below
      * zero, or for how long - the posting limits only stop new
      * postings on accounts with limits keyed, and an accrual fee
      * or a released suspense item can still take a balance
      * negative.  This run follows the nightly posting run and
      * reads the master front to back.  An overdrawn account gets
      * a delinquency record (DELQREC) stamped with the business
      * date it was first found overdrawn, and keeps it, with its
      * balance and age brought up to date, every night it stays
      * overdrawn; the night its balance is back to zero or better
      * the record is deleted, and so is the record of an account
      * that has left the master.  Age is counted in posting days.
      * When an account's age reaches the site's first, second or
      * final notice threshold (ctlp-notice-first/second/final-days,
      * 10, 30 and 60 when not set) a notice record (NOTCREC) is
      * written for the letter shop, with the holder's name and
      * address off the profile file - each notice once per
      * overdrawn spell, and only the highest one due when a run
      * has been missed.  The collections report lists every
      * overdrawn account grouped by aging bucket, oldest first,
      * with bucket totals.  The month-end accrual reads the
      * delinquency file to charge the overdraft fee.
      *
      * modification history
      *   dlb   - original nightly delinquency tracking, aging
      *           report and notice generation
      *   dlb   - batch-window timing: a start record and a finish
      *           record (JLOGREC) with records read and written and
      *           the return code are appended to JOBLOG
      *   dlb   - multi-currency: notices, delinquency records and
      *           report lines carry the account's currency (blank
      *           = the house currency), and the overdrawn and
      *           bucket balance totals are given per currency
      *
       identification division.
       program-id.     delqage.
       author.         dlb.
       environment division.
       configuration section.
       special-names.
            console is crt
            decimal-point is comma.
       input-output section.
       file-control.
           select master-file    assign to "MASTFILE"
                                 organization is indexed
                                 access mode is sequential
                                 record key is mstr-account-number
                                 file status is master-file-status.
           select delinquency-file assign to "DELQFILE"
                                 organization is indexed
                                 access mode is dynamic
                                 record key is delq-account-number
                                 file status is delinquency-status.
           select profile-file   assign to "PROFFILE"
                                 organization is indexed
                                 access mode is random
                                 record key is prof-account-number
                                 file status is profile-file-status.
           select notice-file    assign to "NOTCFILE"
                                 organization is sequential.
           select report-file    assign to "DELQRPT"
                                 organization is sequential.
           select calendar-file  assign to "CALFILE"
                                 organization is sequential
                                 file status is calendar-file-status.
           select control-file   assign to "CTLFILE"
                                 organization is sequential
                                 file status is control-file-status.
           select sort-work-file assign to "SRTWK01".
           select job-log-file   assign to "JOBLOG"
                                 organization is sequential
                                 file status is job-log-status.

       data division.
       file section.
       fd  master-file
           label records are standard.
           copy mstrrec.

       fd  delinquency-file
           label records are standard.
           copy delqrec.

       fd  profile-file
           label records are standard.
           copy profrec.

       fd  notice-file
           label records are standard.
           copy notcrec.

       fd  report-file
           label records are omitted.
       01  header-line             pic x(80).
       01  detail-line.
           05  filler              pic x(02).
           05  det-account         pic 9(09).
           05  filler              pic x(02).
           05  det-status          pic x(01).
           05  filler              pic x(02).
           05  det-balance         pic z.zzz.zzz.zz9,99-.
           05  filler              pic x(01).
           05  det-currency        pic x(03).
           05  filler              pic x(02).
           05  det-first-negative  pic 9(08).
           05  filler              pic x(02).
           05  det-age             pic zzz9.
           05  filler              pic x(02).
           05  det-note            pic x(20).
           05  filler              pic x(05).
       01  total-line.
           05  tot-label           pic x(40).
           05  tot-value           pic zzz.zzz.zz9.
           05  filler              pic x(29).
       01  balance-line.
           05  bal-label           pic x(40).
           05  bal-amount          pic zz.zzz.zzz.zzz.zz9,99-.
           05  filler              pic x(18).

       fd  calendar-file
           label records are standard.
           copy calrec.

       fd  control-file
           label records are standard.
           copy ctlprec.

      *
      *  Overdrawn accounts ride through the sort into bucket order,
      *  oldest bucket and oldest account first.
      *
       sd  sort-work-file.
       01  sort-work-record.
           05  srt-bucket          pic 9(01).
           05  srt-age             pic 9(04).
           05  srt-account         pic 9(09).
           05  srt-status          pic x(01).
           05  srt-balance         pic s9(09)v99.
           05  srt-currency        pic x(03).
           05  srt-first-negative  pic 9(08).
           05  srt-notice-sent     pic 9(01).

       fd  job-log-file
           label records are standard.
           copy jlogrec.

       working-storage section.
       77  master-eof-switch       pic x(01)  value "n".
       88  master-eof                         value "y".
       77  sort-eof-switch         pic x(01)  value "n".
       88  sort-eof                           value "y".
       77  delinquency-eof-switch  pic x(01)  value "n".
       88  delinquency-eof                    value "y".

       77  master-file-status      pic x(02).
       77  delinquency-status      pic x(02).
       77  profile-file-status     pic x(02).
       77  profiles-present-switch pic x(01)  value "n".
       88  profiles-present                   value "y".
       77  delinquency-found-switch pic x(01).
       88  delinquency-found                  value "y".

      *
      *  Notice thresholds in posting days, and the aging buckets
      *  they mark out: under the first, first to second, second to
      *  final, final and over.
      *
       77  first-notice-days       pic 9(03)  value zero.
       77  second-notice-days      pic 9(03)  value zero.
       77  final-notice-days       pic 9(03)  value zero.
       77  threshold-edit          pic zz9.
       77  threshold-edit-2        pic zz9.
       01  bucket-names.
           05  bucket-name         pic x(24)  occurs 4 times.
       01  notice-names.
           05  filler              pic x(20)
                                   value "FIRST NOTICE SENT".
           05  filler              pic x(20)
                                   value "SECOND NOTICE SENT".
           05  filler              pic x(20)
                                   value "FINAL NOTICE SENT".
       01  notice-name-table redefines notice-names.
           05  notice-name         pic x(20)  occurs 3 times.

       77  account-age             pic 9(04)  comp.
       77  account-bucket          pic 9(01)  comp.
       77  notice-due-level        pic 9(01)  comp.
       77  notice-sent-level       pic 9(01)  comp.
       77  current-bucket          pic 9(01)  value zero.

       77  accounts-read           pic 9(09)  comp value zero.
       77  overdrawn-count         pic 9(09)  comp value zero.
       77  newly-overdrawn-count   pic 9(09)  comp value zero.
       77  recovered-count         pic 9(09)  comp value zero.
       77  departed-count          pic 9(09)  comp value zero.
       77  bucket-count            pic 9(09)  comp value zero.
       01  notice-counts.
           05  notice-count        pic 9(07)  comp occurs 3 times.
       77  notice-no-profile-count pic 9(07)  comp value zero.

      *
      *  Balance totals by currency, each in that currency's own
      *  terms - overdrawn balances are never added across
      *  currencies.  An account keyed without a currency is held
      *  in the house currency.
      *
       77  account-currency        pic x(03).
       77  total-currency          pic x(03).
       77  cur-sub                 pic 9(02)  comp.
       77  cur-found-sub           pic 9(02)  comp.
       77  overdrawn-cur-loaded    pic 9(02)  comp value zero.
       77  bucket-cur-loaded       pic 9(02)  comp value zero.
       01  overdrawn-currency-totals.
           05  overdrawn-currency-total occurs 30 times.
               10  odct-code       pic x(03).
               10  odct-amount     pic s9(13)v99 comp-3.
       01  bucket-currency-totals.
           05  bucket-currency-total occurs 30 times.
               10  bkct-code       pic x(03).
               10  bkct-amount     pic s9(13)v99 comp-3.

      *
      *  Business processing date and the calendar table.  Each day
      *  carries the running count of posting days up to and
      *  including it, so an age in posting days is the difference
      *  between two running counts.  A first-negative date older
      *  than the whole calendar is older than any threshold.
      *
       77  calendar-file-status    pic x(02).
       77  business-date           pic 9(08)  value zero.
       77  business-date-index     pic 9(03)  comp value zero.
       77  calendar-loaded         pic 9(03)  comp value zero.
       77  calendar-max            pic 9(03)  comp value 750.
       77  posting-days-so-far     pic 9(05)  comp value zero.
       01  calendar-table.
           05  calendar-day        occurs 750 times.
               10  caltab-date     pic 9(08).
               10  caltab-type     pic x(01).
               10  caltab-posting-seq pic 9(05) comp.
       77  age-date-index          pic 9(03)  comp.
       77  age-date-located-switch pic x(01).
       88  age-date-located                   value "y".

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
      *
      *  The master pass feeds the sort with the overdrawn accounts;
      *  the sorted side prints them by bucket.  Delinquency records
      *  the master pass did not touch belong to accounts that have
      *  left the master and are cleared last.
      *

           perform initialize-run thru initialize-run-end.
           sort sort-work-file
               on descending key srt-bucket
                                 srt-age
                  ascending key srt-account
               input procedure is track-master-balances thru
                                  track-master-balances-end
               output procedure is print-collections thru
                                   print-collections-end.
           perform clear-departed-accounts thru
                   clear-departed-accounts-end.
           perform terminate-run thru terminate-run-end.
           perform log-job-finish thru log-job-finish-end.
           stop run.

      *
      *  The calendar is required - ages are counted in its posting
      *  days.  A brand-new site has no delinquency file yet; it is
      *  created empty on the spot.  The notice file is extended, so
      *  a rerun never loses notices the letter shop has not yet
      *  collected.
      *
       initialize-run.
           perform read-run-control thru read-run-control-end.
           perform set-notice-thresholds thru
                   set-notice-thresholds-end.
           perform load-processing-calendar thru
                   load-processing-calendar-end.
           perform log-job-start thru log-job-start-end.
           move spaces to master-file-status.
           open input master-file.
           if master-file-status not = "00"
              display "DELQAGE: CANNOT OPEN MASTER FILE - STATUS "
                      master-file-status " - RUN ABENDED" upon crt
              move 16 to return-code
              stop run.
           move spaces to delinquency-status.
           open i-o delinquency-file.
           if delinquency-status = "35"
              open output delinquency-file
              close delinquency-file
              move spaces to delinquency-status
              open i-o delinquency-file.
           if delinquency-status not = "00"
              display "DELQAGE: CANNOT OPEN DELINQUENCY FILE - "
                      "STATUS " delinquency-status
                      " - RUN ABENDED" upon crt
              move 16 to return-code
              stop run.
           move spaces to profile-file-status.
           open input profile-file.
           if profile-file-status = "00"
              move "y" to profiles-present-switch.
           open extend notice-file.
           open output report-file.
           move zero to notice-count (1).
           move zero to notice-count (2).
           move zero to notice-count (3).
           move spaces to header-line.
           string "OVERDRAWN ACCOUNTS - COLLECTIONS REPORT - "
                  "BUSINESS DATE " delimited by size
                   business-date delimited by size
                   into header-line.
           write header-line.
           move spaces to header-line.
           write header-line.
           move spaces to header-line.
           string "ACCOUNTS NO LONGER OVERDRAWN - DELINQUENCY "
                  "CLEARED" delimited by size into header-line.
           write header-line.
           perform read-master thru read-master-end.
       initialize-run-end.
           exit.

      *
      *  Run-control parameters are shared with level88 - here they
      *  also carry the site's notice thresholds.  A missing control
      *  file means the defaults.
      *
       read-run-control.
           move "C" to ctlp-decimal-format.
           move zero to ctlp-notice-first-days.
           move zero to ctlp-notice-second-days.
           move zero to ctlp-notice-final-days.
           move spaces to ctlp-house-currency.
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

      *
      *  Each threshold not set takes its default; thresholds that
      *  do not rise first to final are refused in favour of all
      *  three defaults rather than sending notices out of order.
      *
       set-notice-thresholds.
           move 10 to first-notice-days.
           move 30 to second-notice-days.
           move 60 to final-notice-days.
           if ctlp-notice-first-days is numeric
              and ctlp-notice-first-days > zero
              move ctlp-notice-first-days to first-notice-days.
           if ctlp-notice-second-days is numeric
              and ctlp-notice-second-days > zero
              move ctlp-notice-second-days to second-notice-days.
           if ctlp-notice-final-days is numeric
              and ctlp-notice-final-days > zero
              move ctlp-notice-final-days to final-notice-days.
           if first-notice-days not < second-notice-days
              or second-notice-days not < final-notice-days
              display "DELQAGE: NOTICE THRESHOLDS NOT IN RISING "
                      "ORDER - DEFAULTS 10/30/60 USED" upon crt
              move 10 to first-notice-days
              move 30 to second-notice-days
              move 60 to final-notice-days.
           move first-notice-days to threshold-edit.
           move spaces to bucket-name (1).
           string "UNDER " delimited by size
                  threshold-edit delimited by size
                  " POSTING DAYS" delimited by size
                  into bucket-name (1).
           move spaces to bucket-name (2).
           compute threshold-edit-2 = second-notice-days - 1.
           string threshold-edit delimited by size
                  " TO " delimited by size
                  threshold-edit-2 delimited by size
                  " DAYS" delimited by size
                  into bucket-name (2).
           move second-notice-days to threshold-edit.
           compute threshold-edit-2 = final-notice-days - 1.
           move spaces to bucket-name (3).
           string threshold-edit delimited by size
                  " TO " delimited by size
                  threshold-edit-2 delimited by size
                  " DAYS" delimited by size
                  into bucket-name (3).
           move final-notice-days to threshold-edit.
           move spaces to bucket-name (4).
           string threshold-edit delimited by size
                  " DAYS AND OVER" delimited by size
                  into bucket-name (4).
       set-notice-thresholds-end.
           exit.

       load-processing-calendar.
           move spaces to calendar-file-status.
           open input calendar-file.
           if calendar-file-status not = "00"
              display "DELQAGE: NO PROCESSING CALENDAR - "
                      "RUN ABENDED" upon crt
              move 16 to return-code
              stop run.
           perform load-calendar-day thru load-calendar-day-end
                   until calendar-file-status not = "00".
           close calendar-file.
           if business-date = zero
              display "DELQAGE: NO CURRENT BUSINESS DATE ON "
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
           if cal-posting-day
              add 1 to posting-days-so-far.
           move posting-days-so-far
               to caltab-posting-seq (calendar-loaded).
           if cal-current-business-date
              move cal-date to business-date
              move calendar-loaded to business-date-index.
       load-calendar-day-end.
           exit.

      *
       read-master.
           read master-file
               at end move "y" to master-eof-switch.
       read-master-end.
           exit.

      *
      *  Input side of the sort: the master pass.  Inactive accounts
      *  are tracked too - closing an account does not settle what
      *  it owes.
      *
       track-master-balances.
           perform track-master-record thru
                   track-master-record-end
                   until master-eof.
           close master-file.
       track-master-balances-end.
           exit.

       track-master-record.
           add 1 to accounts-read.
           move mstr-account-number to delq-account-number.
           move "n" to delinquency-found-switch.
           read delinquency-file
               invalid key
                  continue
               not invalid key
                  move "y" to delinquency-found-switch.
           if mstr-amount < zero
              perform track-overdrawn-account thru
                      track-overdrawn-account-end
           else
              if delinquency-found
                 perform clear-recovered-account thru
                         clear-recovered-account-end.
           perform read-master thru read-master-end.
       track-master-record-end.
           exit.

      *
      *  An account seen overdrawn for the first time starts its
      *  spell today.  Its age, and the notice due at that age, are
      *  judged every night; a notice goes out only when the level
      *  due is above the last one sent.
      *
       track-overdrawn-account.
           add 1 to overdrawn-count.
           move mstr-currency-code to account-currency.
           if account-currency = spaces
              move ctlp-house-currency to account-currency.
           move account-currency to total-currency.
           perform add-overdrawn-total thru add-overdrawn-total-end.
           if not delinquency-found
              add 1 to newly-overdrawn-count
              move spaces to delinquency-record
              move mstr-account-number to delq-account-number
              move business-date to delq-first-negative-date
              move zero to delq-notice-level
              move zero to delq-notice-date.
           move business-date to delq-last-seen-date.
           move mstr-amount to delq-balance.
           move account-currency to delq-currency-code.
           perform compute-account-age thru compute-account-age-end.
           move account-age to delq-age-days.
           if account-age < first-notice-days
              move 1 to account-bucket
              move 0 to notice-due-level
           else
              if account-age < second-notice-days
                 move 2 to account-bucket
                 move 1 to notice-due-level
              else
                 if account-age < final-notice-days
                    move 3 to account-bucket
                    move 2 to notice-due-level
                 else
                    move 4 to account-bucket
                    move 3 to notice-due-level.
           move zero to notice-sent-level.
           if notice-due-level > delq-notice-level
              perform write-notice thru write-notice-end.
           if delinquency-found
              rewrite delinquency-record
                  invalid key
                     display "DELQAGE: REWRITE FAILED, ACCOUNT "
                             delq-account-number
                             " - RUN ABENDED" upon crt
                     move 16 to return-code
                     stop run
           else
              write delinquency-record
                  invalid key
                     display "DELQAGE: WRITE FAILED, ACCOUNT "
                             delq-account-number
                             " - RUN ABENDED" upon crt
                     move 16 to return-code
                     stop run.
           move account-bucket      to srt-bucket.
           move account-age         to srt-age.
           move mstr-account-number to srt-account.
           move mstr-status         to srt-status.
           move mstr-amount         to srt-balance.
           move account-currency    to srt-currency.
           move delq-first-negative-date to srt-first-negative.
           move notice-sent-level   to srt-notice-sent.
           release sort-work-record.
       track-overdrawn-account-end.
           exit.

       add-overdrawn-total.
           move zero to cur-found-sub.
           perform scan-overdrawn-total thru scan-overdrawn-total-end
                   varying cur-sub from 1 by 1
                   until cur-sub > overdrawn-cur-loaded
                      or cur-found-sub > zero.
           if cur-found-sub = zero
              and overdrawn-cur-loaded < 30
              add 1 to overdrawn-cur-loaded
              move overdrawn-cur-loaded to cur-found-sub
              move total-currency to odct-code (overdrawn-cur-loaded)
              move zero to odct-amount (overdrawn-cur-loaded).
           if cur-found-sub > zero
              add mstr-amount to odct-amount (cur-found-sub).
       add-overdrawn-total-end.
           exit.

       scan-overdrawn-total.
           if odct-code (cur-sub) = total-currency
              move cur-sub to cur-found-sub.
       scan-overdrawn-total-end.
           exit.

      *
      *  Walk back from the business date's calendar slot to the
      *  slot holding (or covering) the first-negative date; the age
      *  is the posting days between the two.  A date before the
      *  whole calendar ages 9999, past every threshold.
      *
       compute-account-age.
           move zero to account-age.
           if delq-first-negative-date not < business-date
              go to compute-account-age-end.
           move business-date-index to age-date-index.
           move "n" to age-date-located-switch.
           perform step-back-calendar thru step-back-calendar-end
                   until age-date-located
                      or age-date-index = zero.
           if age-date-index = zero
              move 9999 to account-age
           else
              compute account-age =
                      caltab-posting-seq (business-date-index)
                      - caltab-posting-seq (age-date-index).
       compute-account-age-end.
           exit.

       step-back-calendar.
           if caltab-date (age-date-index)
              not > delq-first-negative-date
              move "y" to age-date-located-switch
           else
              subtract 1 from age-date-index.
       step-back-calendar-end.
           exit.

      *
      *  One letter for the letter shop.  The name and address come
      *  off the profile file; an account without one still gets its
      *  notice record, blank-addressed, and is counted so someone
      *  chases the missing profile.
      *
       write-notice.
           move spaces to notice-record.
           move business-date       to notc-business-date.
           move mstr-account-number to notc-account-number.
           move notice-due-level    to notc-notice-level.
           move mstr-amount         to notc-balance.
           move account-currency    to notc-currency-code.
           move delq-first-negative-date to notc-first-negative-date.
           move account-age         to notc-days-overdrawn.
           perform address-notice thru address-notice-end.
           write notice-record.
           add 1 to notice-count (notice-due-level).
           move notice-due-level to delq-notice-level.
           move business-date to delq-notice-date.
           move notice-due-level to notice-sent-level.
       write-notice-end.
           exit.

       address-notice.
           if not profiles-present
              add 1 to notice-no-profile-count
              go to address-notice-end.
           move mstr-account-number to prof-account-number.
           read profile-file
               invalid key
                  add 1 to notice-no-profile-count
                  go to address-notice-end.
           move prof-holder-name to notc-holder-name.
           move prof-address-1   to notc-address-1.
           move prof-address-2   to notc-address-2.
           move prof-address-3   to notc-address-3.
           move prof-postal-code to notc-postal-code.
       address-notice-end.
           exit.

      *
      *  Back to zero or better: the spell is over, and a later one
      *  starts again from no notices.
      *
       clear-recovered-account.
           add 1 to recovered-count.
           move spaces to detail-line.
           move mstr-account-number to det-account.
           move mstr-status to det-status.
           move mstr-amount to det-balance.
           move mstr-currency-code to det-currency.
           if det-currency = spaces
              move ctlp-house-currency to det-currency.
           move delq-first-negative-date to det-first-negative.
           move delq-age-days to det-age.
           move "RECOVERED" to det-note.
           perform write-detail-line thru write-detail-line-end.
           delete delinquency-file record
               invalid key
                  display "DELQAGE: DELETE FAILED, ACCOUNT "
                          delq-account-number
                          " - RUN ABENDED" upon crt
                  move 16 to return-code
                  stop run.
       clear-recovered-account-end.
           exit.

      *
      *  Output side of the sort: the overdrawn accounts, one block
      *  per aging bucket, oldest bucket first, each with its total.
      *
       print-collections.
           move spaces to header-line.
           write header-line.
           move spaces to header-line.
           string "OVERDRAWN ACCOUNTS BY AGE IN POSTING DAYS"
                   delimited by size into header-line.
           write header-line.
           move spaces to header-line.
           string "  ACCOUNT    S           BALANCE  CUR  FIRST NEG"
                  "  AGE  NOTICE"
                   delimited by size into header-line.
           write header-line.
           perform return-overdrawn thru return-overdrawn-end.
           perform print-overdrawn-account thru
                   print-overdrawn-account-end
                   until sort-eof.
           if current-bucket not = zero
              perform print-bucket-total thru
                      print-bucket-total-end.
       print-collections-end.
           exit.

       return-overdrawn.
           return sort-work-file
               at end move "y" to sort-eof-switch.
       return-overdrawn-end.
           exit.

       print-overdrawn-account.
           if srt-bucket not = current-bucket
              if current-bucket not = zero
                 perform print-bucket-total thru
                         print-bucket-total-end
                 perform print-bucket-header thru
                         print-bucket-header-end
              else
                 perform print-bucket-header thru
                         print-bucket-header-end.
           add 1 to bucket-count.
           move srt-currency to total-currency.
           perform add-bucket-total thru add-bucket-total-end.
           move spaces to detail-line.
           move srt-account        to det-account.
           move srt-status         to det-status.
           move srt-balance        to det-balance.
           move srt-currency       to det-currency.
           move srt-first-negative to det-first-negative.
           move srt-age            to det-age.
           if srt-notice-sent > zero
              move notice-name (srt-notice-sent) to det-note.
           perform write-detail-line thru write-detail-line-end.
           perform return-overdrawn thru return-overdrawn-end.
       print-overdrawn-account-end.
           exit.

       add-bucket-total.
           move zero to cur-found-sub.
           perform scan-bucket-total thru scan-bucket-total-end
                   varying cur-sub from 1 by 1
                   until cur-sub > bucket-cur-loaded
                      or cur-found-sub > zero.
           if cur-found-sub = zero
              and bucket-cur-loaded < 30
              add 1 to bucket-cur-loaded
              move bucket-cur-loaded to cur-found-sub
              move total-currency to bkct-code (bucket-cur-loaded)
              move zero to bkct-amount (bucket-cur-loaded).
           if cur-found-sub > zero
              add srt-balance to bkct-amount (cur-found-sub).
       add-bucket-total-end.
           exit.

       scan-bucket-total.
           if bkct-code (cur-sub) = total-currency
              move cur-sub to cur-found-sub.
       scan-bucket-total-end.
           exit.

       print-bucket-header.
           move srt-bucket to current-bucket.
           move zero to bucket-count.
           move zero to bucket-cur-loaded.
           move spaces to header-line.
           write header-line.
           move spaces to header-line.
           string "OVERDRAWN " delimited by size
                  bucket-name (current-bucket) delimited by size
                  into header-line.
           write header-line.
       print-bucket-header-end.
           exit.

       print-bucket-total.
           move spaces to total-line.
           move "  ACCOUNTS IN BUCKET" to tot-label.
           move bucket-count to tot-value.
           write total-line.
           perform print-bucket-currency thru
                   print-bucket-currency-end
                   varying cur-sub from 1 by 1
                   until cur-sub > bucket-cur-loaded.
       print-bucket-total-end.
           exit.

       print-bucket-currency.
           move spaces to balance-line.
           string "  BUCKET BALANCE IN " delimited by size
                   bkct-code (cur-sub) delimited by size
                   into bal-label.
           move bkct-amount (cur-sub) to bal-amount.
           perform format-balance-amount thru
                   format-balance-amount-end.
           write balance-line.
       print-bucket-currency-end.
           exit.

      *
      *  A delinquency record the master pass did not stamp today
      *  belongs to an account that is no longer on the master (the
      *  archive job has moved it) - it is cleared and listed.
      *
       clear-departed-accounts.
           move spaces to header-line.
           write header-line.
           move spaces to header-line.
           string "DELINQUENT ACCOUNTS NO LONGER ON MASTER - "
                  "DELINQUENCY CLEARED" delimited by size
                  into header-line.
           write header-line.
           move zero to delq-account-number.
           start delinquency-file
               key is not < delq-account-number
               invalid key
                  go to clear-departed-accounts-end.
           move "n" to delinquency-eof-switch.
           perform read-delinquency thru read-delinquency-end.
           perform clear-departed-account thru
                   clear-departed-account-end
                   until delinquency-eof.
       clear-departed-accounts-end.
           exit.

       read-delinquency.
           read delinquency-file next record
               at end move "y" to delinquency-eof-switch.
       read-delinquency-end.
           exit.

       clear-departed-account.
           if delq-last-seen-date not = business-date
              add 1 to departed-count
              move spaces to detail-line
              move delq-account-number to det-account
              move delq-balance to det-balance
              move delq-currency-code to det-currency
              move delq-first-negative-date to det-first-negative
              move delq-age-days to det-age
              move "NOT ON MASTER" to det-note
              perform write-detail-line thru write-detail-line-end
              delete delinquency-file record
                  invalid key
                     display "DELQAGE: DELETE FAILED, ACCOUNT "
                             delq-account-number
                             " - RUN ABENDED" upon crt
                     move 16 to return-code
                     stop run.
           perform read-delinquency thru read-delinquency-end.
       clear-departed-account-end.
           exit.

       write-detail-line.
           if ctlp-decimal-period
              inspect det-balance replacing all "." by "#"
              inspect det-balance replacing all "," by "."
              inspect det-balance replacing all "#" by ",".
           write detail-line.
       write-detail-line-end.
           exit.

      *
      *  DECIMAL-POINT IS COMMA is a compile-time choice, so a
      *  period-decimal run swaps the separator characters in the
      *  already-edited amount field rather than re-editing it -
      *  same technique level88 uses for its register.
      *
       format-balance-amount.
           if ctlp-decimal-period
              inspect bal-amount replacing all "." by "#"
              inspect bal-amount replacing all "," by "."
              inspect bal-amount replacing all "#" by ",".
       format-balance-amount-end.
           exit.

      *
       terminate-run.
           move spaces to header-line.
           write header-line.
           move spaces to total-line.
           move "MASTER RECORDS READ" to tot-label.
           move accounts-read to tot-value.
           write total-line.
           move spaces to total-line.
           move "ACCOUNTS OVERDRAWN" to tot-label.
           move overdrawn-count to tot-value.
           write total-line.
           perform print-overdrawn-currency thru
                   print-overdrawn-currency-end
                   varying cur-sub from 1 by 1
                   until cur-sub > overdrawn-cur-loaded.
           move spaces to total-line.
           move "NEWLY OVERDRAWN TONIGHT" to tot-label.
           move newly-overdrawn-count to tot-value.
           write total-line.
           move spaces to total-line.
           move "RECOVERED - DELINQUENCY CLEARED" to tot-label.
           move recovered-count to tot-value.
           write total-line.
           move spaces to total-line.
           move "NO LONGER ON MASTER - CLEARED" to tot-label.
           move departed-count to tot-value.
           write total-line.
           move spaces to total-line.
           move "FIRST NOTICES WRITTEN" to tot-label.
           move notice-count (1) to tot-value.
           write total-line.
           move spaces to total-line.
           move "SECOND NOTICES WRITTEN" to tot-label.
           move notice-count (2) to tot-value.
           write total-line.
           move spaces to total-line.
           move "FINAL NOTICES WRITTEN" to tot-label.
           move notice-count (3) to tot-value.
           write total-line.
           move spaces to total-line.
           move "NOTICES WITH NO HOLDER PROFILE" to tot-label.
           move notice-no-profile-count to tot-value.
           write total-line.
           close delinquency-file.
           if profiles-present
              close profile-file.
           close notice-file.
           close report-file.
           display "DELQAGE: DELINQUENCY RUN COMPLETE" upon crt.
       terminate-run-end.
           exit.

       print-overdrawn-currency.
           move spaces to balance-line.
           string "OVERDRAWN BALANCE IN " delimited by size
                   odct-code (cur-sub) delimited by size
                   into bal-label.
           move odct-amount (cur-sub) to bal-amount.
           perform format-balance-amount thru
                   format-balance-amount-end.
           write balance-line.
       print-overdrawn-currency-end.
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
           move "DELQAGE" to jlog-program.
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
           move "DELQAGE" to jlog-program.
           move business-date to jlog-business-date.
           set jlog-finished to true.
           move job-start-date to jlog-start-date.
           move job-start-time to jlog-start-time.
           move job-clock-date-n to jlog-end-date.
           move job-clock-time to jlog-end-time.
           move accounts-read to jlog-records-read.
           compute jlog-records-written =
                   overdrawn-count + recovered-count + departed-count.
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
