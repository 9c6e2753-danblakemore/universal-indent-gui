      * Standing-instruction scheduler.
      *
      * Recurring postings - a holder's monthly payment, a regular
      * fee charge - used to be rekeyed through the console every
      * cycle, and every so often one was missed.  They now live on
      * the standing-instruction file, and this run, each posting
      * day under the calendar's current business date, generates
      * every instruction that has come due.  A due date that falls
      * on a weekend or holiday rolls forward to the next posting
      * day; a due date the stream has already passed (a missed run)
      * is still generated, and marked late on the listing so it is
      * looked at.  Each generated transaction is dated the business
      * date and written inside a properly ballasted batch - BTCHREC
      * header and trailer included - that trancons folds into the
      * combined transaction file like the accrual and console-keyed
      * batches.  Every instruction taken has its next-due date
      * advanced by its frequency, and one whose next-due date passes
      * its end date is retired.  An occurrence that cannot be
      * generated because the account is missing or inactive on the
      * master is skipped and listed, and its due date still
      * advances - the posting run would only reject it, and a
      * reactivated account must not wake up to a string of back
      * items.  An instruction carrying bad data is listed and left
      * exactly as it is until someone corrects it.
      *
      * modification history
      *   dlb   - original standing-instruction pass with run-log
      *           guard against a second run for the same date
      *   dlb   - batch-window timing: a start record and a finish
      *           record (JLOGREC) with records read and written and
      *           the return code are appended to JOBLOG
      *   dlb   - multi-currency: an instruction's amount is in the
      *           account's currency, so the generated transaction
      *           carries the currency off the master record
      *
       identification division.
       program-id.     sinsgen.
       author.         dlb.
       environment division.
       configuration section.
       special-names.
            console is crt
            decimal-point is comma.
       input-output section.
       file-control.
           select instruction-file assign to "SINSFILE"
                                 organization is indexed
                                 access mode is sequential
                                 record key is sins-key
                                 file status is instruction-file-status.
           select master-file    assign to "MASTFILE"
                                 organization is indexed
                                 access mode is random
                                 record key is mstr-account-number
                                 file status is master-file-status.
           select batch-file     assign to "SINSBTCH"
                                 organization is sequential.
           select listing-file   assign to "SINSLIST"
                                 organization is sequential.
           select calendar-file  assign to "CALFILE"
                                 organization is sequential
                                 file status is calendar-file-status.
           select control-file   assign to "CTLFILE"
                                 organization is sequential
                                 file status is control-file-status.
           select run-log-file   assign to "RUNLOG"
                                 organization is sequential
                                 file status is run-log-status.
           select override-file  assign to "OVRDCARD"
                                 organization is sequential
                                 file status is override-file-status.
           select job-log-file     assign to "JOBLOG"
                                   organization is sequential
                                   file status is job-log-status.

       data division.
       file section.
       fd  instruction-file
           label records are standard.
           copy sinsrec.

       fd  master-file
           label records are standard.
           copy mstrrec.

       fd  batch-file
           label records are standard.
           copy tranxrec.

       fd  listing-file
           label records are omitted.
       01  header-line             pic x(80).
       01  listing-line.
           05  filler              pic x(02).
           05  lst-account         pic 9(09).
           05  filler              pic x(01).
           05  lst-sequence        pic 9(03).
           05  filler              pic x(02).
           05  lst-kode            pic z9.
           05  filler              pic x(02).
           05  lst-amount          pic z.zzz.zz9,99-.
           05  filler              pic x(02).
           05  lst-due-date        pic 9(08).
           05  filler              pic x(02).
           05  lst-disposition     pic x(28).
           05  filler              pic x(06).
       01  total-line.
           05  tot-label           pic x(40).
           05  tot-value           pic zzz.zzz.zz9.
           05  filler              pic x(29).
       01  balance-line.
           05  bal-label           pic x(40).
           05  bal-amount          pic z.zzz.zzz.zzz.zz9,99-.
           05  filler              pic x(19).

       fd  calendar-file
           label records are standard.
           copy calrec.

       fd  control-file
           label records are standard.
           copy ctlprec.

       fd  run-log-file
           label records are standard.
           copy runlrec.

       fd  override-file
           label records are standard.
           copy ovrdrec.

       fd  job-log-file
           label records are standard.
           copy jlogrec.

       working-storage section.
       77  instruction-eof-switch  pic x(01)  value "n".
       88  instruction-eof                    value "y".
       77  instruction-file-status pic x(02).
       77  instruction-opened-switch pic x(01) value "n".
       88  instruction-opened                  value "y".
       77  master-file-status      pic x(02).
       77  account-found-switch    pic x(01).
       88  account-found                      value "y".
       77  instruction-changed-switch pic x(01).
       88  instruction-changed                value "y".
       77  occurrence-due-switch   pic x(01).
       88  occurrence-due                     value "y".
       77  listing-disposition     pic x(28).

      *
      *  The batch under construction: its number is 8 plus the
      *  business date's month and day (8MMDD), outside any
      *  upstream batch series and clear of the accrual batch's
      *  9YYMM, and its trailer carries the generated totals so
      *  level88 balances the batch like any other.
      *
       77  instruction-batch-number pic 9(06) value zero.
       77  generated-count         pic 9(08)  comp value zero.
       77  generated-kode-hash     pic 9(09)  comp value zero.
       77  generated-amount-total  pic s9(11)v99 comp-3 value zero.
           copy btchrec
               replacing ==batch-header-record==
                      by ==out-batch-header==
                         ==bhdr-record-kode==
                      by ==outh-record-kode==
                         ==bhdr-header==
                      by ==outh-header==
                         ==bhdr-batch-number==
                      by ==outh-batch-number==
                         ==bhdr-creation-date==
                      by ==outh-creation-date==
                         ==batch-trailer-record==
                      by ==out-batch-trailer==
                         ==btrl-record-kode==
                      by ==outt-record-kode==
                         ==btrl-trailer==
                      by ==outt-trailer==
                         ==btrl-batch-number==
                      by ==outt-batch-number==
                         ==btrl-expected-count==
                      by ==outt-count==
                         ==btrl-expected-kode-hash==
                      by ==outt-kode-hash==
                         ==btrl-expected-amount==
                      by ==outt-amount==.

      *
      *  Business processing date and the calendar table - rolling
      *  a due date to the next posting day needs the day types, so
      *  the calendar is required here, not optional.
      *
       77  calendar-file-status    pic x(02).
       77  business-date           pic 9(08)  value zero.
       01  business-date-parts.
           05  bdp-ccyy            pic 9(04).
           05  bdp-mmdd            pic 9(04).
       01  business-date-parts-n redefines business-date-parts
                                   pic 9(08).
       77  calendar-loaded         pic 9(03)  comp value zero.
       77  calendar-max            pic 9(03)  comp value 750.
       77  cal-sub                 pic 9(03)  comp.
       01  calendar-table.
           05  calendar-day        occurs 750 times.
               10  caltab-date     pic 9(08).
               10  caltab-type     pic x(01).
       77  posting-day-found-switch pic x(01).
       88  posting-day-found                  value "y".
       77  rolled-due-date         pic 9(08).

      *
      *  Due-date arithmetic.  The next-due date is advanced in its
      *  parts: whole days for the weekly frequencies, whole months
      *  for the rest, with the instruction's due day pulled back to
      *  the last day of a month too short to hold it.
      *
       01  due-date-parts.
           05  ddp-ccyy            pic 9(04).
           05  ddp-mm              pic 9(02).
           05  ddp-dd              pic 9(02).
       01  due-date-parts-n redefines due-date-parts
                                   pic 9(08).
       01  month-length-values     pic x(24)
                                   value "312831303130313130313031".
       01  month-length-table redefines month-length-values.
           05  month-length        pic 9(02)  occurs 12 times.
       77  days-in-month           pic 9(02).
       77  days-to-add             pic 9(02)  comp.
       77  months-to-add           pic 9(02)  comp.
       77  leap-quotient           pic 9(04)  comp.
       77  leap-remainder          pic 9(04)  comp.

       77  instructions-read       pic 9(08)  comp value zero.
       77  items-generated         pic 9(08)  comp value zero.
       77  items-late              pic 9(08)  comp value zero.
       77  items-skipped           pic 9(08)  comp value zero.
       77  instructions-retired    pic 9(08)  comp value zero.
       77  instructions-invalid    pic 9(08)  comp value zero.

       77  control-file-status        pic x(02).
       77  control-file-opened-switch pic x(01)  value "n".
       88  control-file-opened                   value "y".

      *
      *  Run-log sequencing guard state.
      *
       77  run-log-status             pic x(02).
       77  run-log-eof-switch         pic x(01)  value "n".
       88  run-log-eof                           value "y".
       77  override-file-status       pic x(02).
       77  guard-override-switch      pic x(01)  value "n".
       88  guard-overridden                      value "y".
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
      *  Load the calendar, then one pass over the instruction file:
      *  each active instruction generates every occurrence due by
      *  the business date, and is rewritten with its next-due date
      *  advanced (or retired).
      *

           perform initialize-run thru initialize-run-end.
           perform schedule-instruction thru
                   schedule-instruction-end
                   until instruction-eof.
           perform terminate-run thru terminate-run-end.
           perform log-job-finish thru log-job-finish-end.
           stop run.

      *
      *  A missing instruction file is a site with nothing standing
      *  - the run still cuts an empty (but ballasted) batch so the
      *  day is accounted for, and the listing says so.
      *
       initialize-run.
           perform read-run-control thru read-run-control-end.
           perform load-processing-calendar thru
                   load-processing-calendar-end.
           perform log-job-start thru log-job-start-end.
           perform check-run-sequence thru check-run-sequence-end.
           move spaces to master-file-status.
           open input master-file.
           if master-file-status not = "00"
              display "SINSGEN: CANNOT OPEN MASTER FILE - STATUS "
                      master-file-status " - RUN ABENDED" upon crt
              move 16 to return-code
              stop run.
           move spaces to instruction-file-status.
           open i-o instruction-file.
           if instruction-file-status = "00"
              move "y" to instruction-opened-switch
           else
              move "y" to instruction-eof-switch
              display "SINSGEN: NO STANDING-INSTRUCTION FILE - "
                      "NOTHING TO GENERATE" upon crt.
           open output batch-file.
           open output listing-file.
           move spaces to header-line.
           string "STANDING-INSTRUCTION SCHEDULE - BUSINESS DATE "
                   delimited by size
                   business-date delimited by size
                   into header-line.
           write header-line.
           move spaces to header-line.
           string "  ACCOUNT   SEQ  KD        AMOUNT   DUE DATE"
                  "  DISPOSITION"
                   delimited by size into header-line.
           write header-line.
           perform write-batch-header thru write-batch-header-end.
           perform read-instruction thru read-instruction-end.
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

      *
      *  Without a calendar there is no business date to judge due
      *  dates against and no day types to roll them by, so a site
      *  without one cannot run this job.
      *
       load-processing-calendar.
           move spaces to calendar-file-status.
           open input calendar-file.
           if calendar-file-status not = "00"
              display "SINSGEN: NO PROCESSING CALENDAR - "
                      "RUN ABENDED" upon crt
              move 16 to return-code
              stop run.
           perform load-calendar-day thru load-calendar-day-end
                   until calendar-file-status not = "00".
           close calendar-file.
           if business-date = zero
              display "SINSGEN: NO CURRENT BUSINESS DATE ON "
                      "CALENDAR - RUN ABENDED" upon crt
              move 16 to return-code
              stop run.
           move business-date to business-date-parts-n.
           compute instruction-batch-number = 800000 + bdp-mmdd.
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
      *  Run-log sequencing guard: a second run for the same
      *  business date would recut the instruction batch from an
      *  instruction file whose due dates have already moved on,
      *  wiping out the day's generated items before trancons has
      *  picked them up.  There is no predecessor to wait for - the
      *  instructions depend only on the calendar.  The operator
      *  override card must name this program and this date
      *  exactly, so bypassing the guard is a deliberate act for
      *  one run.
      *
       check-run-sequence.
           perform read-override-card thru read-override-card-end.
           if guard-overridden
              display "SINSGEN: OPERATOR OVERRIDE ACCEPTED - "
                      "SEQUENCE CHECKS BYPASSED" upon crt
              go to check-run-sequence-end.
           perform scan-run-log thru scan-run-log-end.
           if self-already-complete
              display "SINSGEN: ALREADY COMPLETED FOR BUSINESS "
                      "DATE " business-date " - RUN REFUSED"
                      upon crt
              move 16 to return-code
              stop run.
       check-run-sequence-end.
           exit.

       read-override-card.
           move spaces to override-file-status.
           open input override-file.
           if override-file-status not = "00"
              go to read-override-card-end.
           read override-file
               at end go to read-override-card-close.
           if ovrd-program = "SINSGEN "
              and ovrd-business-date = business-date
              move "y" to guard-override-switch.
       read-override-card-close.
           close override-file.
      *
      *  An accepted card is consumed on the spot - the file is
      *  recut empty so one card licenses exactly one run, never a
      *  standing bypass of the guard.
      *
           if guard-overridden
              open output override-file
              close override-file.
       read-override-card-end.
           exit.

      *
      *  A missing run log just means no program has ever stamped a
      *  completion - with no predecessor to wait for, the run goes
      *  ahead.
      *
       scan-run-log.
           move "n" to run-log-eof-switch.
           move spaces to run-log-status.
           open input run-log-file.
           if run-log-status not = "00"
              move "y" to run-log-eof-switch
              go to scan-run-log-end.
           perform scan-run-log-record thru scan-run-log-record-end
                   until run-log-eof.
           close run-log-file.
       scan-run-log-end.
           exit.

       scan-run-log-record.
           read run-log-file
               at end
                  move "y" to run-log-eof-switch
                  go to scan-run-log-record-end.
           if runl-business-date not = business-date
              or not runl-complete
              go to scan-run-log-record-end.
           if runl-program = "SINSGEN "
              move "y" to self-complete-switch.
       scan-run-log-record-end.
           exit.

       stamp-run-complete.
           move "SINSGEN " to runl-program.
           move business-date to runl-business-date.
           set runl-complete to true.
           open extend run-log-file.
           write run-log-record.
           close run-log-file.
       stamp-run-complete-end.
           exit.

      *
       read-instruction.
           read instruction-file
               at end move "y" to instruction-eof-switch.
       read-instruction-end.
           exit.

      *
      *  One instruction.  Retired instructions are passed over
      *  quietly; anything else that is not active, or that carries
      *  a kode, amount, frequency or date the scheduler cannot
      *  honor, is listed and left untouched.  A fresh instruction
      *  takes its first due date and its due day from its start
      *  date.  The occurrence loop then takes every due date the
      *  business date has reached, and the record is rewritten
      *  only if something moved.
      *
       schedule-instruction.
           add 1 to instructions-read.
           if sins-retired
              go to schedule-instruction-next.
           perform validate-instruction thru
                   validate-instruction-end.
           if listing-disposition not = spaces
              add 1 to instructions-invalid
              move sins-next-due-date to rolled-due-date
              perform write-listing-line thru
                      write-listing-line-end
              go to schedule-instruction-next.
           move "n" to instruction-changed-switch.
           if sins-next-due-date = zero
              move sins-start-date to sins-next-due-date
              move "y" to instruction-changed-switch.
           if sins-due-day = zero
              move sins-start-date to due-date-parts-n
              move ddp-dd to sins-due-day
              move "y" to instruction-changed-switch.
           move "y" to occurrence-due-switch.
           perform take-occurrence thru take-occurrence-end
                   until not occurrence-due.
           if instruction-changed
              rewrite standing-instruction-record
                  invalid key
                     display "SINSGEN: REWRITE FAILED FOR "
                             "INSTRUCTION " sins-key upon crt.
       schedule-instruction-next.
           perform read-instruction thru read-instruction-end.
       schedule-instruction-end.
           exit.

      *
      *  Leaves listing-disposition blank when the instruction can
      *  be scheduled, or naming what is wrong with it.  Only the
      *  ordinary monetary kodes may stand - a create or destroy on
      *  a timer makes no sense, and an unsigned positive amount is
      *  all the generated transaction can carry.
      *
       validate-instruction.
           move spaces to listing-disposition.
           if not sins-active
              move "SKIPPED - STATUS NOT ACTIVE"
                  to listing-disposition
              go to validate-instruction-end.
           if sins-trans-kode not numeric
              or not sins-valid-kode
              move "SKIPPED - INVALID KODE" to listing-disposition
              go to validate-instruction-end.
           if sins-amount not numeric
              or sins-amount not > zero
              move "SKIPPED - INVALID AMOUNT" to listing-disposition
              go to validate-instruction-end.
           if not sins-valid-frequency
              move "SKIPPED - INVALID FREQUENCY"
                  to listing-disposition
              go to validate-instruction-end.
           if sins-start-date not numeric
              or sins-start-date = zero
              or sins-end-date not numeric
              or sins-next-due-date not numeric
              or sins-due-day not numeric
              or sins-due-day > 31
              move "SKIPPED - INVALID DATES" to listing-disposition
              go to validate-instruction-end.
           if sins-end-date not = zero
              and sins-end-date < sins-start-date
              move "SKIPPED - INVALID DATES" to listing-disposition.
       validate-instruction-end.
           exit.

      *
      *  One due date.  An instruction already past its end date is
      *  retired and the loop ends; so does a due date that, rolled
      *  to its posting day, the business date has not reached.
      *  Otherwise the occurrence is generated (or skipped, when the
      *  master will not take it) and the next-due date moves on -
      *  the loop comes round again in case the stream missed a run
      *  and more than one occurrence is owed.
      *
       take-occurrence.
           if sins-end-date not = zero
              and sins-next-due-date > sins-end-date
              move "R" to sins-status
              move "y" to instruction-changed-switch
              move "n" to occurrence-due-switch
              add 1 to instructions-retired
              move sins-next-due-date to rolled-due-date
              move "RETIRED - END DATE PASSED" to listing-disposition
              perform write-listing-line thru
                      write-listing-line-end
              go to take-occurrence-end.
           perform roll-due-date thru roll-due-date-end.
           if rolled-due-date > business-date
              move "n" to occurrence-due-switch
              go to take-occurrence-end.
           perform check-master-account thru
                   check-master-account-end.
           if listing-disposition = spaces
              perform write-instruction-transaction thru
                      write-instruction-transaction-end
              if rolled-due-date < business-date
                 add 1 to items-late
                 move "GENERATED - LATE" to listing-disposition
              else
                 move "GENERATED" to listing-disposition
           else
              add 1 to items-skipped.
           perform write-listing-line thru write-listing-line-end.
           perform advance-due-date thru advance-due-date-end.
           move "y" to instruction-changed-switch.
       take-occurrence-end.
           exit.

      *
      *  The first posting day on or after the next-due date.  A
      *  due date beyond the end of the loaded calendar cannot be
      *  placed yet, so it is treated as not yet due.
      *
       roll-due-date.
           move 99999999 to rolled-due-date.
           move "n" to posting-day-found-switch.
           perform find-posting-day thru find-posting-day-end
                   varying cal-sub from 1 by 1
                   until cal-sub > calendar-loaded
                      or posting-day-found.
       roll-due-date-end.
           exit.

       find-posting-day.
           if caltab-date (cal-sub) not < sins-next-due-date
              and caltab-type (cal-sub) = "P"
              move "y" to posting-day-found-switch
              move caltab-date (cal-sub) to rolled-due-date.
       find-posting-day-end.
           exit.

      *
      *  The posting run rejects anything against an account that is
      *  not on the master or not active, so a transaction generated
      *  for one would only bounce - it is skipped here instead.
      *
       check-master-account.
           move spaces to listing-disposition.
           move sins-account-number to mstr-account-number.
           move "y" to account-found-switch.
           read master-file
               invalid key move "n" to account-found-switch.
           if not account-found
              move "SKIPPED - NOT ON MASTER" to listing-disposition
              go to check-master-account-end.
           if mstr-inactive
              move "SKIPPED - ACCOUNT INACTIVE"
                  to listing-disposition.
       check-master-account-end.
           exit.

      *
      *  One generated transaction - dated the business date so the
      *  posting run's staleness and future-date checks both pass.
      *  The master record read by the account check is still in
      *  the record area and supplies the account's currency.
      *
       write-instruction-transaction.
           move spaces to tranx-record.
           move sins-trans-kode to trans-kode.
           move sins-account-number to account-number.
           move sins-amount to trans-amount.
           move business-date to trans-date.
           move mstr-currency-code to trans-currency-code.
           add 1 to generated-count.
           add sins-trans-kode to generated-kode-hash.
           add sins-amount to generated-amount-total.
           add 1 to items-generated.
           move business-date to sins-last-generated.
           write tranx-record.
       write-instruction-transaction-end.
           exit.

      *
      *  Move the next-due date on by one period.  The weekly
      *  frequencies count whole days forward; the monthly ones
      *  step the month and put the day back to the instruction's
      *  due day, or the month's last day when the month is too
      *  short for it.
      *
       advance-due-date.
           move sins-next-due-date to due-date-parts-n.
           if sins-weekly
              move 7 to days-to-add
              perform add-one-day thru add-one-day-end
                      days-to-add times
              go to advance-due-date-store.
           if sins-fortnightly
              move 14 to days-to-add
              perform add-one-day thru add-one-day-end
                      days-to-add times
              go to advance-due-date-store.
           if sins-monthly
              move 1 to months-to-add
           else
              if sins-quarterly
                 move 3 to months-to-add
              else
                 move 12 to months-to-add.
           add months-to-add to ddp-mm.
           if ddp-mm > 12
              subtract 12 from ddp-mm
              add 1 to ddp-ccyy.
           perform set-days-in-month thru set-days-in-month-end.
           if sins-due-day > days-in-month
              move days-in-month to ddp-dd
           else
              move sins-due-day to ddp-dd.
       advance-due-date-store.
           move due-date-parts-n to sins-next-due-date.
       advance-due-date-end.
           exit.

       add-one-day.
           perform set-days-in-month thru set-days-in-month-end.
           add 1 to ddp-dd.
           if ddp-dd > days-in-month
              move 1 to ddp-dd
              add 1 to ddp-mm
              if ddp-mm > 12
                 move 1 to ddp-mm
                 add 1 to ddp-ccyy.
       add-one-day-end.
           exit.

      *
      *  February has 29 days in a year divisible by 4, except a
      *  century year not divisible by 400.
      *
       set-days-in-month.
           move month-length (ddp-mm) to days-in-month.
           if ddp-mm not = 2
              go to set-days-in-month-end.
           divide ddp-ccyy by 4 giving leap-quotient
                  remainder leap-remainder.
           if leap-remainder not = zero
              go to set-days-in-month-end.
           divide ddp-ccyy by 100 giving leap-quotient
                  remainder leap-remainder.
           if leap-remainder not = zero
              move 29 to days-in-month
              go to set-days-in-month-end.
           divide ddp-ccyy by 400 giving leap-quotient
                  remainder leap-remainder.
           if leap-remainder = zero
              move 29 to days-in-month.
       set-days-in-month-end.
           exit.

       write-listing-line.
           move spaces to listing-line.
           move sins-account-number to lst-account.
           move sins-sequence to lst-sequence.
           if sins-trans-kode numeric
              move sins-trans-kode to lst-kode.
           if sins-amount numeric
              move sins-amount to lst-amount.
           if rolled-due-date numeric
              move rolled-due-date to lst-due-date.
           move listing-disposition to lst-disposition.
           perform format-listing-amount thru
                   format-listing-amount-end.
           write listing-line.
       write-listing-line-end.
           exit.

       write-batch-header.
           move zero to outh-record-kode.
           move instruction-batch-number to outh-batch-number.
           move business-date to outh-creation-date.
           write tranx-record from out-batch-header.
       write-batch-header-end.
           exit.

      *
      *  DECIMAL-POINT IS COMMA is a compile-time choice, so a
      *  period-decimal run swaps the separator characters in the
      *  already-edited amount fields rather than re-editing them -
      *  same technique level88 uses for its register.
      *
       format-listing-amount.
           if ctlp-decimal-period
              inspect lst-amount replacing all "." by "#"
              inspect lst-amount replacing all "," by "."
              inspect lst-amount replacing all "#" by ",".
       format-listing-amount-end.
           exit.

       format-balance-amount.
           if ctlp-decimal-period
              inspect bal-amount replacing all "." by "#"
              inspect bal-amount replacing all "," by "."
              inspect bal-amount replacing all "#" by ",".
       format-balance-amount-end.
           exit.

      *
      *  The trailer carries the generated totals, so the batch
      *  balances in trancons, tranedit and level88 like any
      *  upstream batch.
      *
       terminate-run.
           move 99 to outt-record-kode.
           move instruction-batch-number to outt-batch-number.
           move generated-count to outt-count.
           move generated-kode-hash to outt-kode-hash.
           move generated-amount-total to outt-amount.
           write tranx-record from out-batch-trailer.
           move spaces to total-line.
           move "INSTRUCTIONS READ" to tot-label.
           move instructions-read to tot-value.
           write total-line.
           move spaces to total-line.
           move "TRANSACTIONS GENERATED" to tot-label.
           move items-generated to tot-value.
           write total-line.
           move spaces to total-line.
           move "  OF WHICH GENERATED LATE" to tot-label.
           move items-late to tot-value.
           write total-line.
           move spaces to total-line.
           move "OCCURRENCES SKIPPED - ACCOUNT" to tot-label.
           move items-skipped to tot-value.
           write total-line.
           move spaces to total-line.
           move "INSTRUCTIONS RETIRED" to tot-label.
           move instructions-retired to tot-value.
           write total-line.
           move spaces to total-line.
           move "INSTRUCTIONS IN ERROR - NOT SCHEDULED" to tot-label.
           move instructions-invalid to tot-value.
           write total-line.
           move spaces to balance-line.
           move "BATCH AMOUNT TOTAL (TRAILER)" to bal-label.
           move generated-amount-total to bal-amount.
           perform format-balance-amount thru
                   format-balance-amount-end.
           write balance-line.
           if instruction-opened
              close instruction-file.
           close master-file.
           close batch-file.
           close listing-file.
           perform stamp-run-complete thru stamp-run-complete-end.
           display "SINSGEN: STANDING-INSTRUCTION BATCH COMPLETE"
                   upon crt.
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
           move "SINSGEN" to jlog-program.
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
           move "SINSGEN" to jlog-program.
           move business-date to jlog-business-date.
           set jlog-finished to true.
           move job-start-date to jlog-start-date.
           move job-start-time to jlog-start-time.
           move job-clock-date-n to jlog-end-date.
           move job-clock-time to jlog-end-time.
           move instructions-read to jlog-records-read.
           move items-generated to jlog-records-written.
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
