      * Open-items aging report.
      *
      * rejrepar, susprels and adjrels each carry their unresolved
      * items forward to the next day - REJCARRY, SUSPCARR and
      * ADJCARRY - with no limit on how long they stay, and nothing
      * showed the three together.  This report reads all three
      * carry files and ages every open item against the calendar's
      * business date in posting days: a reject from its transaction
      * date (the reject record carries no date of its own), a
      * suspense item from the business date it was held, a pending
      * adjustment from the date it was proposed.  Items fall in
      * four buckets - current, 1-5, 6-15 and over 15 posting days -
      * and the report gives counts and amounts by bucket for each
      * item type and in total, then counts by bucket and amounts by
      * reason within each type.  Every item older than the site's
      * escalation threshold (ctlp-escalation-days, 15 when not set)
      * is listed by account, oldest first within the account, and
      * written to the escalation extract (ESCLREC) for whatever
      * follows up on it.  A carry file that is missing is reported
      * as such and simply contributes nothing.
      *
      * modification history
      *   dlb   - original three-file open-items aging report with
      *           escalation listing and extract
      *   dlb   - batch-window timing: a start record and a finish
      *           record (JLOGREC) with records read and written and
      *           the return code are appended to JOBLOG
      *   dlb   - multi-currency: every item is totalled in its own
      *           currency (a reject in the currency it was entered
      *           in, a suspense item or pending adjustment in the
      *           currency of its amount; blank = the house
      *           currency) - the bucket and reason summaries are
      *           given per currency, and the escalation listing and
      *           extract carry the currency
      *   dlb   - reasons above 98 print as 99+ on the reason summary
      *
       identification division.
       program-id.     openage.
       author.         dlb.
       environment division.
       configuration section.
       special-names.
            console is crt
            decimal-point is comma.
       input-output section.
       file-control.
           select reject-carry-file assign to "REJCARRY"
                                 organization is sequential
                                 file status is reject-carry-status.
           select suspense-carry-file assign to "SUSPCARR"
                                 organization is sequential
                                 file status is suspense-carry-status.
           select adjust-carry-file assign to "ADJCARRY"
                                 organization is sequential
                                 file status is adjust-carry-status.
           select escalation-file assign to "ESCLEXTR"
                                 organization is sequential.
           select report-file    assign to "OPENAGRP"
                                 organization is sequential.
           select calendar-file  assign to "CALFILE"
                                 organization is sequential
                                 file status is calendar-file-status.
           select control-file   assign to "CTLFILE"
                                 organization is sequential
                                 file status is control-file-status.
           select sort-work-file assign to "SRTWK01".
           select job-log-file      assign to "JOBLOG"
                                    organization is sequential
                                    file status is job-log-status.

       data division.
       file section.
       fd  reject-carry-file
           label records are standard.
           copy rejxrec.

       fd  suspense-carry-file
           label records are standard.
           copy susprec.

       fd  adjust-carry-file
           label records are standard.
           copy tranxrec.

       fd  escalation-file
           label records are standard.
           copy esclrec.

       fd  report-file
           label records are omitted.
       01  header-line             pic x(80).
       01  bucket-line.
           05  filler              pic x(02).
           05  bkt-type            pic x(10).
           05  filler              pic x(02).
           05  bkt-bucket          pic x(12).
           05  filler              pic x(02).
           05  bkt-count           pic zzz.zz9.
           05  filler              pic x(03).
           05  bkt-amount          pic zz.zzz.zzz.zz9,99-.
           05  filler              pic x(02).
           05  bkt-currency        pic x(03).
           05  filler              pic x(19).
       01  reason-line.
           05  filler              pic x(02).
           05  rsl-type            pic x(10).
           05  filler              pic x(02).
           05  rsl-reason          pic 9(03).
           05  rsl-reason-x redefines rsl-reason
                                   pic x(03).
           05  rsl-bucket          occurs 4 times.
               10  filler          pic x(02).
               10  rsl-count       pic zz.zz9.
           05  filler              pic x(02).
           05  rsl-amount          pic zz.zzz.zzz.zz9,99-.
           05  filler              pic x(05).
           05  rsl-currency        pic x(03).
           05  filler              pic x(03).
       01  escalation-line.
           05  filler              pic x(02).
           05  esl-account         pic 9(09).
           05  filler              pic x(02).
           05  esl-type            pic x(10).
           05  filler              pic x(02).
           05  esl-kode            pic 9(02).
           05  filler              pic x(02).
           05  esl-reason          pic 9(03).
           05  filler              pic x(02).
           05  esl-item-date       pic 9(08).
           05  filler              pic x(02).
           05  esl-age             pic zzz9.
           05  filler              pic x(02).
           05  esl-amount          pic z.zzz.zz9,99-.
           05  filler              pic x(02).
           05  esl-currency        pic x(03).
           05  filler              pic x(12).
       01  total-line.
           05  tot-label           pic x(40).
           05  tot-value           pic zzz.zzz.zz9.
           05  filler              pic x(29).

       fd  calendar-file
           label records are standard.
           copy calrec.

       fd  control-file
           label records are standard.
           copy ctlprec.

      *
      *  Escalated items ride through the sort into account order,
      *  oldest first within the account.
      *
       sd  sort-work-file.
       01  sort-work-record.
           05  srt-account         pic 9(09).
           05  srt-age             pic 9(04).
           05  srt-item-type       pic x(01).
           05  srt-kode            pic 9(02).
           05  srt-reason          pic 9(03).
           05  srt-amount          pic s9(07)v99.
           05  srt-item-date       pic 9(08).
           05  srt-currency        pic x(03).

       fd  job-log-file
           label records are standard.
           copy jlogrec.

       working-storage section.
       77  carry-eof-switch        pic x(01).
       88  carry-eof                          value "y".
       77  sort-eof-switch         pic x(01)  value "n".
       88  sort-eof                           value "y".

       77  reject-carry-status     pic x(02).
       77  suspense-carry-status   pic x(02).
       77  adjust-carry-status     pic x(02).

      *
      *  The item being aged, whichever file it came from.  Type 1 is
      *  a reject, 2 a suspense item, 3 a pending adjustment.
      *
       77  item-type               pic 9(01)  comp.
       77  item-account            pic 9(09).
       77  item-kode               pic 9(02).
       77  item-reason             pic 9(03).
       77  item-amount             pic s9(07)v99.
       77  item-date               pic 9(08).
       77  item-currency           pic x(03).
       77  item-age                pic 9(04)  comp.
       77  item-bucket             pic 9(01)  comp.
       77  reason-index            pic 9(03)  comp.

       01  item-type-names.
           05  filler              pic x(10)  value "REJECT".
           05  filler              pic x(10)  value "SUSPENSE".
           05  filler              pic x(10)  value "ADJUSTMENT".
       01  item-type-table redefines item-type-names.
           05  item-type-name      pic x(10)  occurs 3 times.
       01  item-type-codes         pic x(03)  value "RSA".
       01  item-type-code-table redefines item-type-codes.
           05  item-type-code      pic x(01)  occurs 3 times.

       01  bucket-names.
           05  filler              pic x(12)  value "CURRENT".
           05  filler              pic x(12)  value "1-5 DAYS".
           05  filler              pic x(12)  value "6-15 DAYS".
           05  filler              pic x(12)  value "OVER 15 DAYS".
       01  bucket-name-table redefines bucket-names.
           05  bucket-name         pic x(12)  occurs 4 times.

      *
      *  Accumulators, one set per currency so amounts are never
      *  added across currencies: by type and bucket, and by type,
      *  reason and bucket.  Reasons run 0 to 98 into entries 1 to
      *  99; anything above lands in entry 100 and prints as 99+.
      *  An item in a currency beyond the table's 30 is aged and
      *  escalated but left out of the summaries, and counted.
      *
       77  cur-sub                 pic 9(02)  comp.
       77  cur-found-sub           pic 9(02)  comp.
       77  cur-loaded              pic 9(02)  comp value zero.
       77  items-not-totalled      pic 9(07)  comp value zero.
       01  currency-codes.
           05  curt-code           pic x(03)  occurs 30 times.
       01  type-totals.
           05  type-currency       occurs 30 times.
               10  type-entry      occurs 3 times.
                   15  type-bucket occurs 4 times.
                       20  tb-count  pic 9(07)     comp.
                       20  tb-amount pic s9(11)v99 comp-3.
       01  reason-totals.
           05  reason-currency     occurs 30 times.
               10  reason-type     occurs 3 times.
                   15  reason-entry occurs 100 times.
                       20  re-count  pic 9(07)     comp
                                     occurs 4 times.
                       20  re-amount pic s9(11)v99 comp-3.
       77  type-sub                pic 9(01)  comp.
       77  bucket-sub              pic 9(01)  comp.
       77  reason-sub              pic 9(03)  comp.
       77  reason-line-count       pic 9(07)  comp.
       77  all-bucket-count        pic 9(07)  comp.
       77  all-bucket-amount       pic s9(11)v99 comp-3.
       77  type-count-total        pic 9(07)  comp.
       77  type-amount-total       pic s9(11)v99 comp-3.

       77  items-read              pic 9(07)  comp value zero.
       77  escalated-count         pic 9(07)  comp value zero.
       77  escalation-days         pic 9(02)  value zero.

      *
      *  Business processing date and the calendar table.  Each day
      *  carries the running count of posting days up to and
      *  including it, so an item's age in posting days is the
      *  difference between two running counts.  An item dated
      *  before the whole calendar is older than any bucket.
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
       77  item-date-index         pic 9(03)  comp.
       77  item-date-located-switch pic x(01).
       88  item-date-located                  value "y".

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
      *  Age every item of the three carry files on the way into the
      *  sort, then print the summaries and the escalation listing
      *  from the sorted side.
      *

           perform initialize-run thru initialize-run-end.
           sort sort-work-file
               on ascending key srt-account
                  descending key srt-age
               input procedure is age-open-items thru
                                  age-open-items-end
               output procedure is report-open-items thru
                                   report-open-items-end.
           perform terminate-run thru terminate-run-end.
           perform log-job-finish thru log-job-finish-end.
           stop run.

      *
      *  The calendar is required: without it there is no business
      *  date and no posting days to age by.
      *
       initialize-run.
           perform read-run-control thru read-run-control-end.
           if ctlp-escalation-days is numeric
              and ctlp-escalation-days > zero
              move ctlp-escalation-days to escalation-days
           else
              move 15 to escalation-days.
           perform load-processing-calendar thru
                   load-processing-calendar-end.
           perform log-job-start thru log-job-start-end.
           initialize type-totals.
           initialize reason-totals.
           open output report-file.
           open output escalation-file.
           move spaces to header-line.
           string "OPEN-ITEMS AGING REPORT - BUSINESS DATE "
                   delimited by size
                   business-date delimited by size
                   into header-line.
           write header-line.
       initialize-run-end.
           exit.

      *
      *  Run-control parameters are shared with level88 - here they
      *  also carry the site's escalation threshold.  A missing
      *  control file means the defaults.
      *
       read-run-control.
           move "C" to ctlp-decimal-format.
           move zero to ctlp-escalation-days.
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

       load-processing-calendar.
           move spaces to calendar-file-status.
           open input calendar-file.
           if calendar-file-status not = "00"
              display "OPENAGE: NO PROCESSING CALENDAR - "
                      "RUN ABENDED" upon crt
              move 16 to return-code
              stop run.
           perform load-calendar-day thru load-calendar-day-end
                   until calendar-file-status not = "00".
           close calendar-file.
           if business-date = zero
              display "OPENAGE: NO CURRENT BUSINESS DATE ON "
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
      *  Input side of the sort: each carry file in turn.
      *
       age-open-items.
           perform age-reject-carry thru age-reject-carry-end.
           perform age-suspense-carry thru age-suspense-carry-end.
           perform age-adjust-carry thru age-adjust-carry-end.
       age-open-items-end.
           exit.

       age-reject-carry.
           move spaces to reject-carry-status.
           open input reject-carry-file.
           if reject-carry-status not = "00"
              move spaces to header-line
              string "NO REJECT CARRY-FORWARD FILE - NO OPEN REJECTS"
                     delimited by size into header-line
              write header-line
              go to age-reject-carry-end.
           move "n" to carry-eof-switch.
           perform age-reject-item thru age-reject-item-end
                   until carry-eof.
           close reject-carry-file.
       age-reject-carry-end.
           exit.

      *
      *  A reject whose transaction date is not a usable date cannot
      *  be aged, and is treated as older than anything - it is
      *  exactly the kind of item that sits unrepaired.
      *
       age-reject-item.
           read reject-carry-file
               at end move "y" to carry-eof-switch
                      go to age-reject-item-end.
           move 1 to item-type.
           move rej-account-number to item-account.
           move rej-trans-kode     to item-kode.
           move rej-reason-code    to item-reason.
           move rej-trans-amount   to item-amount.
           move rej-currency-code  to item-currency.
           if rej-trans-date is numeric
              move rej-trans-date to item-date
           else
              move zero to item-date.
           perform age-one-item thru age-one-item-end.
       age-reject-item-end.
           exit.

       age-suspense-carry.
           move spaces to suspense-carry-status.
           open input suspense-carry-file.
           if suspense-carry-status not = "00"
              move spaces to header-line
              string "NO SUSPENSE CARRY-FORWARD FILE - NO OPEN "
                     "SUSPENSE ITEMS" delimited by size
                     into header-line
              write header-line
              go to age-suspense-carry-end.
           move "n" to carry-eof-switch.
           perform age-suspense-item thru age-suspense-item-end
                   until carry-eof.
           close suspense-carry-file.
       age-suspense-carry-end.
           exit.

       age-suspense-item.
           read suspense-carry-file
               at end move "y" to carry-eof-switch
                      go to age-suspense-item-end.
           move 2 to item-type.
           move susp-account-number to item-account.
           move susp-trans-kode     to item-kode.
           move susp-reason-code    to item-reason.
           move susp-trans-amount   to item-amount.
           move susp-currency-code  to item-currency.
           move susp-business-date  to item-date.
           perform age-one-item thru age-one-item-end.
       age-suspense-item-end.
           exit.

       age-adjust-carry.
           move spaces to adjust-carry-status.
           open input adjust-carry-file.
           if adjust-carry-status not = "00"
              move spaces to header-line
              string "NO ADJUSTMENT CARRY-FORWARD FILE - NO PENDING "
                     "ADJUSTMENTS" delimited by size
                     into header-line
              write header-line
              go to age-adjust-carry-end.
           move "n" to carry-eof-switch.
           perform age-adjust-item thru age-adjust-item-end
                   until carry-eof.
           close adjust-carry-file.
       age-adjust-carry-end.
           exit.

      *
      *  A pending adjustment has no reason code - its proposed kode
      *  (create, modify or destroy) stands in for one.
      *
       age-adjust-item.
           read adjust-carry-file
               at end move "y" to carry-eof-switch
                      go to age-adjust-item-end.
           move 3 to item-type.
           move account-number to item-account.
           move trans-kode     to item-kode.
           move trans-kode     to item-reason.
           move trans-amount   to item-amount.
           move trans-currency-code to item-currency.
           move trans-date     to item-date.
           perform age-one-item thru age-one-item-end.
       age-adjust-item-end.
           exit.

      *
      *  Age the item, add it into its bucket and reason, and send
      *  it into the sort when it is past the escalation threshold.
      *
       age-one-item.
           add 1 to items-read.
           perform compute-item-age thru compute-item-age-end.
           if item-age = zero
              move 1 to item-bucket
           else
              if item-age not > 5
                 move 2 to item-bucket
              else
                 if item-age not > 15
                    move 3 to item-bucket
                 else
                    move 4 to item-bucket.
           if item-currency = spaces
              move ctlp-house-currency to item-currency.
           perform find-item-currency thru find-item-currency-end.
           if cur-found-sub = zero
              add 1 to items-not-totalled
           else
              perform add-item-totals thru add-item-totals-end.
           if item-age > escalation-days
              move item-account to srt-account
              move item-age     to srt-age
              move item-type-code (item-type) to srt-item-type
              move item-kode    to srt-kode
              move item-reason  to srt-reason
              move item-amount  to srt-amount
              move item-date    to srt-item-date
              move item-currency to srt-currency
              release sort-work-record.
       age-one-item-end.
           exit.

       find-item-currency.
           move zero to cur-found-sub.
           perform scan-item-currency thru scan-item-currency-end
                   varying cur-sub from 1 by 1
                   until cur-sub > cur-loaded
                      or cur-found-sub > zero.
           if cur-found-sub = zero
              and cur-loaded < 30
              add 1 to cur-loaded
              move cur-loaded to cur-found-sub
              move item-currency to curt-code (cur-loaded).
       find-item-currency-end.
           exit.

       scan-item-currency.
           if curt-code (cur-sub) = item-currency
              move cur-sub to cur-found-sub.
       scan-item-currency-end.
           exit.

       add-item-totals.
           add 1 to tb-count (cur-found-sub, item-type, item-bucket).
           add item-amount
               to tb-amount (cur-found-sub, item-type, item-bucket).
           if item-reason > 98
              move 100 to reason-index
           else
              compute reason-index = item-reason + 1.
           add 1 to re-count (cur-found-sub, item-type, reason-index,
                              item-bucket).
           add item-amount
               to re-amount (cur-found-sub, item-type, reason-index).
       add-item-totals-end.
           exit.

      *
      *  Walk back from the business date's calendar slot to the
      *  slot holding (or covering) the item's date; the age is the
      *  posting days between the two.  An item dated on or after
      *  the business date is current; one dated before the whole
      *  calendar (or with no usable date) is aged 9999.
      *
       compute-item-age.
           move zero to item-age.
           if item-date not < business-date
              go to compute-item-age-end.
           move business-date-index to item-date-index.
           move "n" to item-date-located-switch.
           perform step-back-calendar thru step-back-calendar-end
                   until item-date-located
                      or item-date-index = zero.
           if item-date-index = zero
              move 9999 to item-age
           else
              compute item-age =
                      caltab-posting-seq (business-date-index)
                      - caltab-posting-seq (item-date-index).
       compute-item-age-end.
           exit.

       step-back-calendar.
           if caltab-date (item-date-index) not > item-date
              move "y" to item-date-located-switch
           else
              subtract 1 from item-date-index.
       step-back-calendar-end.
           exit.

      *
      *  Output side of the sort: the summaries first, from the
      *  accumulators the input side finished, then the escalated
      *  items in account order.
      *
       report-open-items.
           perform print-bucket-summary thru
                   print-bucket-summary-end.
           perform print-reason-summary thru
                   print-reason-summary-end.
           move spaces to header-line.
           write header-line.
           move spaces to header-line.
           string "ITEMS OVER " delimited by size
                  escalation-days delimited by size
                  " POSTING DAYS OLD - BY ACCOUNT"
                  delimited by size into header-line.
           write header-line.
           move spaces to header-line.
           string "  ACCOUNT    TYPE        KD  RSN  ITEM DATE"
                  "   AGE         AMOUNT CUR"
                   delimited by size into header-line.
           write header-line.
           perform return-escalated-item thru
                   return-escalated-item-end.
           perform list-escalated-item thru
                   list-escalated-item-end
                   until sort-eof.
       report-open-items-end.
           exit.

      *
      *  For each currency, one block per item type - its four
      *  buckets and its total - then the same for all three types
      *  together.  The item count closes the summary across every
      *  currency; amounts are only ever totalled within one.
      *
       print-bucket-summary.
           move spaces to header-line.
           write header-line.
           move spaces to header-line.
           string "BY ITEM TYPE AND AGE IN POSTING DAYS"
                   delimited by size into header-line.
           write header-line.
           move spaces to header-line.
           string "  TYPE        BUCKET          COUNT"
                  "              AMOUNT   CUR"
                   delimited by size into header-line.
           write header-line.
           perform print-currency-block thru
                   print-currency-block-end
                   varying cur-sub from 1 by 1
                   until cur-sub > cur-loaded.
           move spaces to bucket-line.
           move "ALL ITEMS" to bkt-type.
           move "TOTAL" to bkt-bucket.
           move items-read to bkt-count.
           write bucket-line.
           if items-not-totalled > zero
              move spaces to total-line
              move "ITEMS IN CURRENCIES NOT TOTALLED" to tot-label
              move items-not-totalled to tot-value
              write total-line.
       print-bucket-summary-end.
           exit.

       print-currency-block.
           move spaces to header-line.
           write header-line.
           perform print-type-block thru print-type-block-end
                   varying type-sub from 1 by 1
                   until type-sub > 3.
           perform print-all-types-line thru
                   print-all-types-line-end
                   varying bucket-sub from 1 by 1
                   until bucket-sub > 4.
           move zero to all-bucket-count.
           move zero to all-bucket-amount.
           perform add-type-total thru add-type-total-end
                   varying type-sub from 1 by 1
                   until type-sub > 3.
           move spaces to bucket-line.
           move "ALL TYPES" to bkt-type.
           move "TOTAL" to bkt-bucket.
           move all-bucket-count to bkt-count.
           move all-bucket-amount to bkt-amount.
           perform write-bucket-line thru write-bucket-line-end.
       print-currency-block-end.
           exit.

       print-type-block.
           move zero to type-count-total.
           move zero to type-amount-total.
           perform print-type-bucket-line thru
                   print-type-bucket-line-end
                   varying bucket-sub from 1 by 1
                   until bucket-sub > 4.
           move spaces to bucket-line.
           move item-type-name (type-sub) to bkt-type.
           move "TOTAL" to bkt-bucket.
           move type-count-total to bkt-count.
           move type-amount-total to bkt-amount.
           perform write-bucket-line thru write-bucket-line-end.
       print-type-block-end.
           exit.

       print-type-bucket-line.
           move spaces to bucket-line.
           move item-type-name (type-sub) to bkt-type.
           move bucket-name (bucket-sub) to bkt-bucket.
           move tb-count (cur-sub, type-sub, bucket-sub)
               to bkt-count.
           move tb-amount (cur-sub, type-sub, bucket-sub)
               to bkt-amount.
           add tb-count (cur-sub, type-sub, bucket-sub)
               to type-count-total.
           add tb-amount (cur-sub, type-sub, bucket-sub)
               to type-amount-total.
           perform write-bucket-line thru write-bucket-line-end.
       print-type-bucket-line-end.
           exit.

       print-all-types-line.
           move zero to all-bucket-count.
           move zero to all-bucket-amount.
           perform add-type-bucket thru add-type-bucket-end
                   varying type-sub from 1 by 1
                   until type-sub > 3.
           move spaces to bucket-line.
           move "ALL TYPES" to bkt-type.
           move bucket-name (bucket-sub) to bkt-bucket.
           move all-bucket-count to bkt-count.
           move all-bucket-amount to bkt-amount.
           perform write-bucket-line thru write-bucket-line-end.
       print-all-types-line-end.
           exit.

       add-type-bucket.
           add tb-count (cur-sub, type-sub, bucket-sub)
               to all-bucket-count.
           add tb-amount (cur-sub, type-sub, bucket-sub)
               to all-bucket-amount.
       add-type-bucket-end.
           exit.

       add-type-total.
           perform add-type-bucket thru add-type-bucket-end
                   varying bucket-sub from 1 by 1
                   until bucket-sub > 4.
       add-type-total-end.
           exit.

       write-bucket-line.
           move curt-code (cur-sub) to bkt-currency.
           perform format-bucket-amount thru
                   format-bucket-amount-end.
           write bucket-line.
       write-bucket-line-end.
           exit.

      *
      *  One line per currency, item type and reason that has
      *  anything open: the count in each bucket and the amount
      *  across all four.
      *
       print-reason-summary.
           move spaces to header-line.
           write header-line.
           move spaces to header-line.
           string "BY ITEM TYPE AND REASON" delimited by size
                   into header-line.
           write header-line.
           move spaces to header-line.
           string "  TYPE        RSN   CURRENT     1-5    6-15"
                  "   OVER15              AMOUNT  CUR"
                   delimited by size into header-line.
           write header-line.
           perform print-currency-reasons thru
                   print-currency-reasons-end
                   varying cur-sub from 1 by 1
                   until cur-sub > cur-loaded.
       print-reason-summary-end.
           exit.

       print-currency-reasons.
           perform print-type-reasons thru print-type-reasons-end
                   varying type-sub from 1 by 1
                   until type-sub > 3.
       print-currency-reasons-end.
           exit.

       print-type-reasons.
           perform print-reason-line thru print-reason-line-end
                   varying reason-sub from 1 by 1
                   until reason-sub > 100.
       print-type-reasons-end.
           exit.

       print-reason-line.
           move zero to reason-line-count.
           perform add-reason-bucket thru add-reason-bucket-end
                   varying bucket-sub from 1 by 1
                   until bucket-sub > 4.
           if reason-line-count = zero
              go to print-reason-line-end.
           move spaces to reason-line.
           move item-type-name (type-sub) to rsl-type.
           if reason-sub = 100
              move "99+" to rsl-reason-x
           else
              compute rsl-reason = reason-sub - 1.
           perform move-reason-bucket thru move-reason-bucket-end
                   varying bucket-sub from 1 by 1
                   until bucket-sub > 4.
           move re-amount (cur-sub, type-sub, reason-sub)
               to rsl-amount.
           move curt-code (cur-sub) to rsl-currency.
           if ctlp-decimal-period
              inspect rsl-amount replacing all "." by "#"
              inspect rsl-amount replacing all "," by "."
              inspect rsl-amount replacing all "#" by ",".
           write reason-line.
       print-reason-line-end.
           exit.

       add-reason-bucket.
           add re-count (cur-sub, type-sub, reason-sub, bucket-sub)
               to reason-line-count.
       add-reason-bucket-end.
           exit.

       move-reason-bucket.
           move re-count (cur-sub, type-sub, reason-sub, bucket-sub)
               to rsl-count (bucket-sub).
       move-reason-bucket-end.
           exit.

      *
       return-escalated-item.
           return sort-work-file
               at end move "y" to sort-eof-switch.
       return-escalated-item-end.
           exit.

      *
      *  One escalated item: a listing line and its extract record.
      *
       list-escalated-item.
           add 1 to escalated-count.
           move spaces to escalation-line.
           move srt-account   to esl-account.
           if srt-item-type = "R"
              move item-type-name (1) to esl-type
           else
              if srt-item-type = "S"
                 move item-type-name (2) to esl-type
              else
                 move item-type-name (3) to esl-type.
           move srt-kode      to esl-kode.
           move srt-reason    to esl-reason.
           move srt-item-date to esl-item-date.
           move srt-age       to esl-age.
           move srt-amount    to esl-amount.
           move srt-currency  to esl-currency.
           if ctlp-decimal-period
              inspect esl-amount replacing all "." by "#"
              inspect esl-amount replacing all "," by "."
              inspect esl-amount replacing all "#" by ",".
           write escalation-line.
           move spaces to escalation-record.
           move business-date to escl-business-date.
           move srt-item-type to escl-item-type.
           move srt-account   to escl-account-number.
           move srt-kode      to escl-trans-kode.
           move srt-reason    to escl-reason-code.
           move srt-amount    to escl-trans-amount.
           move srt-item-date to escl-item-date.
           move srt-age       to escl-age-days.
           move srt-currency  to escl-currency-code.
           write escalation-record.
           perform return-escalated-item thru
                   return-escalated-item-end.
       list-escalated-item-end.
           exit.

      *
      *  DECIMAL-POINT IS COMMA is a compile-time choice, so a
      *  period-decimal run swaps the separator characters in the
      *  already-edited amount fields rather than re-editing them -
      *  same technique level88 uses for its register.
      *
       format-bucket-amount.
           if ctlp-decimal-period
              inspect bkt-amount replacing all "." by "#"
              inspect bkt-amount replacing all "," by "."
              inspect bkt-amount replacing all "#" by ",".
       format-bucket-amount-end.
           exit.

      *
       terminate-run.
           move spaces to total-line.
           write total-line.
           move "OPEN ITEMS AGED" to tot-label.
           move items-read to tot-value.
           write total-line.
           move spaces to total-line.
           move "ITEMS ESCALATED" to tot-label.
           move escalated-count to tot-value.
           write total-line.
           close report-file.
           close escalation-file.
           display "OPENAGE: OPEN-ITEMS AGING COMPLETE, "
                   escalated-count " ITEM(S) ESCALATED" upon crt.
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
           move "OPENAGE" to jlog-program.
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
           move "OPENAGE" to jlog-program.
           move business-date to jlog-business-date.
           set jlog-finished to true.
           move job-start-date to jlog-start-date.
           move job-start-time to jlog-start-time.
           move job-clock-date-n to jlog-end-date.
           move job-clock-time to jlog-end-time.
           move items-read to jlog-records-read.
           move escalated-count to jlog-records-written.
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
