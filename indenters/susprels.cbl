      * honors the supervisor's decision instead of suspending the
      * same item again.  A disposition listing is printed for the
      * run - same prove-it discipline as the adjustment release.
      * A debit held against an account that is now frozen outright
      * by a legal hold is not released even on an A card: it is
      * listed as on hold and carried forward until the hold is
      * lifted or the item is killed.
      *
      * modification history
      *   dlb   - original release pass over the suspense file
      *   dlb   - a held kode 16 transfer is released with its contra
      *           account, and the listing names the contra account
      *           under the item
      *   dlb   - a debit-kode item (or transfer) whose account is
      *           under a legal hold in force (HOLDREC) is carried
      *           forward instead of released; holds are judged
      *           under the calendar's business date
      *   dlb   - batch-window timing: a start record and a finish
      *           record (JLOGREC) with records read and written and
      *           the return code are appended to JOBLOG
      *   dlb   - multi-currency: the held item's currency (the
      *           account's, the item having been converted before it
      *           was held) is carried onto the released transaction
      *           and shown on the listing
      *   dlb   - only a hold that freezes the whole account (no held
      *           amount) keeps an approved debit back; under a hold
      *           on part of the balance the debit is released and
      *           the posting run judges it against what is free
      *   dlb   - an item is judged against a hold by which way it
      *           moves the balance, as the posting run now does: a
      *           debit kode with a negative amount posts like a
      *           credit, a credit kode with a negative amount like a
      *           debit
      *
       identification division.
       program-id.     susprels.
           select control-file  assign to "CTLFILE"
                                organization is sequential
                                file status is control-file-status.
           select calendar-file assign to "CALFILE"
                                organization is sequential
                                file status is calendar-file-status.
           select hold-file     assign to "HOLDFILE"
                                organization is indexed
                                access mode is random
                                record key is hold-account-number
                                file status is hold-file-status.
           select job-log-file  assign to "JOBLOG"
                                organization is sequential
                                file status is job-log-status.

       data division.
       file section.
                         ==trans-release-flag==
                      by ==rels-release-flag==
                         ==limit-release==
                      by ==rels-limit-release==
                         ==transfer-trans==
                      by ==rels-transfer==
                         ==trans-contra-account==
                      by ==rels-contra-account==
                         ==trans-currency-code==
                      by ==rels-currency-code==.

      *
      *  Unapproved items are written back out in the same layout so
                      by ==cfwd-trans-amount==
                         ==susp-trans-date==
                      by ==cfwd-trans-date==
                         ==susp-contra-account==
                      by ==cfwd-contra-account==
                         ==susp-currency-code==
                      by ==cfwd-currency-code==
                         ==susp-limit-value==
                      by ==cfwd-limit-value==
                         ==susp-would-be-balance==
           05  lst-reason          pic 9(02).
           05  filler              pic x(03).
           05  lst-amount          pic z.zzz.zz9,99-.
           05  filler              pic x(01).
           05  lst-currency        pic x(03).
           05  filler              pic x(02).
           05  lst-would-be        pic zz.zzz.zzz.zz9,99-.
           05  filler              pic x(03).
           05  lst-disposition     pic x(16).
           05  filler              pic x(06).
       01  total-line.
           05  tot-label           pic x(40).
           05  tot-value           pic zz.zzz.zz9.
           label records are standard.
           copy ctlprec.

       fd  calendar-file
           label records are standard.
           copy calrec.

       fd  hold-file
           label records are standard.
           copy holdrec.

       fd  job-log-file
           label records are standard.
           copy jlogrec.

       working-storage section.
       77  suspense-eof-switch     pic x(01)  value "n".
       88  suspense-eof                       value "y".
       77  killed-count            pic 9(06)  comp value zero.
       77  carried-count           pic 9(06)  comp value zero.
       77  unused-card-count       pic 9(06)  comp value zero.
       77  held-count              pic 9(06)  comp value zero.

      *
      *  Legal holds.  A missing hold file means no account is under
      *  hold; the file is only read here.  A hold is judged in
      *  force against the calendar's business date, or the machine
      *  date when there is no calendar.
      *
       77  hold-file-status        pic x(02).
       77  holds-present-switch    pic x(01)  value "n".
       88  holds-present                      value "y".
       77  account-held-switch     pic x(01).
       88  account-held                       value "y".
       77  debit-effect-switch     pic x(01).
       88  debit-effect                       value "y".
       77  calendar-file-status    pic x(02).
       77  business-date           pic 9(08)  value zero.
       01  machine-date-full.
           05  filler              pic 9(02)  value 20.
           05  machine-yymmdd      pic 9(06).
       01  machine-date-full-n redefines machine-date-full
                                   pic 9(08).

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
                   release-suspense-item-end
                   until suspense-eof.
           perform terminate-run thru terminate-run-end.
           perform log-job-finish thru log-job-finish-end.
           stop run.

      *
       initialize-run.
           perform read-run-control thru read-run-control-end.
           perform read-business-date thru read-business-date-end.
           perform log-job-start thru log-job-start-end.
           move spaces to hold-file-status.
           open input hold-file.
           if hold-file-status = "00"
              move "y" to holds-present-switch.
           open input suspense-file.
           open input approval-file.
           if approval-file-status = "00"
           write header-line.
           move spaces to header-line.
           string "  ACCOUNT     KD   RS        AMOUNT"
                  "   CUR   WOULD-BE BALANCE    DISPOSITION"
                   delimited by size into header-line.
           write header-line.
       initialize-run-end.
       read-run-control-end.
           exit.

       read-business-date.
           move spaces to calendar-file-status.
           open input calendar-file.
           if calendar-file-status not = "00"
              accept machine-yymmdd from date
              move machine-date-full-n to business-date
              go to read-business-date-end.
           perform scan-calendar-day thru scan-calendar-day-end
                   until calendar-file-status not = "00"
                      or business-date not = zero.
           close calendar-file.
           if business-date = zero
              accept machine-yymmdd from date
              move machine-date-full-n to business-date.
       read-business-date-end.
           exit.

       scan-calendar-day.
           read calendar-file
               at end go to scan-calendar-day-end.
           if cal-current-business-date
              move cal-date to business-date.
       scan-calendar-day-end.
           exit.

       load-approvals.
           read approval-file
               at end
           else
              move "y" to atab-used-switch (appr-found-sub)
              if atab-action (appr-found-sub) = "A"
                 perform release-approved-item thru
                         release-approved-item-end
              else
                 if atab-action (appr-found-sub) = "R"
                    add 1 to killed-count
       scan-approval-end.
           exit.

      *
      *  An approved debit (a transfer debits its own account) is
      *  still not released onto an account frozen outright by a
      *  legal hold - the posting run refuses every debit to it, and
      *  the item is better kept here where the supervisor can see
      *  it.  Under a hold on only part of the balance the debit is
      *  released: the posting run refuses it only if it would dip
      *  into the held amount, and only the balance on the day it
      *  posts can say that.  Credits are released whatever the
      *  hold.  Debit or credit is the item's effect on the balance,
      *  not its kode - a negated amount (a reversal) moves the
      *  balance against its kode.
      *
       release-approved-item.
           move susp-trans-kode to rels-kode.
           move "n" to debit-effect-switch.
           if rels-transfer
              move "y" to debit-effect-switch.
           if rels-debit-kode and susp-trans-amount > zero
              move "y" to debit-effect-switch.
           if not rels-debit-kode and susp-trans-amount < zero
              move "y" to debit-effect-switch.
           if debit-effect
              perform check-legal-hold thru check-legal-hold-end
              if account-held
                 add 1 to held-count
                 move "ACCOUNT ON HOLD" to listing-disposition
                 perform write-listing-line thru
                         write-listing-line-end
                 perform carry-suspense thru carry-suspense-end
                 go to release-approved-item-end.
           perform write-released-item thru write-released-item-end.
       release-approved-item-end.
           exit.

      *
      *  A hold counts while it is in force and its expiry date, the
      *  last day it applies, has not passed - the same judgement
      *  the posting run makes - and here only when it freezes the
      *  whole account (a held amount of zero).
      *
       check-legal-hold.
           move "n" to account-held-switch.
           if not holds-present
              go to check-legal-hold-end.
           move susp-account-number to hold-account-number.
           read hold-file
               invalid key
                  go to check-legal-hold-end.
           if not hold-in-force
              go to check-legal-hold-end.
           if hold-expiry-date not = zero
              and hold-expiry-date < business-date
              go to check-legal-hold-end.
           if hold-amount not = zero
              go to check-legal-hold-end.
           move "y" to account-held-switch.
       check-legal-hold-end.
           exit.

      *
      *  Rebuild the transaction from the held image and stamp it
      *  with the release flag - the posting run's limit check
           move susp-account-number to rels-account.
           move susp-trans-amount   to rels-amount.
           move susp-trans-date     to rels-date.
           move susp-contra-account to rels-contra-account.
           move susp-currency-code  to rels-currency-code.
           set rels-limit-release to true.
           write rels-tranx-record.
           move "RELEASED" to listing-disposition.
           add 1 to carried-count.
           move suspense-record to carry-record.
           write carry-record.
           if listing-disposition = spaces
              move "CARRIED FORWARD" to listing-disposition
              perform write-listing-line thru
                      write-listing-line-end.
           move susp-trans-kode      to lst-kode.
           move susp-reason-code     to lst-reason.
           move susp-trans-amount    to lst-amount.
           move susp-currency-code   to lst-currency.
           move susp-would-be-balance to lst-would-be.
           move listing-disposition  to lst-disposition.
           perform format-listing-amounts thru
                   format-listing-amounts-end.
           write listing-line.
           if susp-trans-kode = 16
              move spaces to header-line
              string "              TRANSFER - CONTRA ACCOUNT "
                      delimited by size
                      susp-contra-account delimited by size
                      into header-line
              write header-line.
       write-listing-line-end.
           exit.

               to tot-label.
           move unused-card-count to tot-value.
           write total-line.
           move spaces to total-line.
           move "APPROVED DEBITS KEPT UNDER LEGAL HOLD" to tot-label.
           move held-count to tot-value.
           write total-line.
           close suspense-file.
           if approval-file-opened
              close approval-file.
           close release-file.
           close carry-file.
           close listing-file.
           if holds-present
              close hold-file.
       terminate-run-end.
           exit.

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
           move "SUSPRELS" to jlog-program.
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
           move "SUSPRELS" to jlog-program.
           move business-date to jlog-business-date.
           set jlog-finished to true.
           move job-start-date to jlog-start-date.
           move job-start-time to jlog-start-time.
           move job-clock-date-n to jlog-end-date.
           move job-clock-time to jlog-end-time.
           compute jlog-records-read =
                   released-count + killed-count + carried-count.
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
