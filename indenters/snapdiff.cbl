      * Unexplained master-change detector.
      *
      * mstvrfy proves the master's totals against MSTCTL, but two
      * wrong accounts can still add up to the right total - a bad
      * restore, a utility zap or a program that rewrites the master
      * without auditing would all pass it.  This job runs after the
      * day's snapshot is cut and compares it with the previous
      * one, account by account, against the audit trail.  Both
      * snapshots are first proved whole against their own control
      * records.  The audit records written under a business date
      * after the previous snapshot's, up to and including today's,
      * are sorted into account and write order, and each account's
      * records are played over its previous snapshot image: every
      * before image must match the account as the snapshot (rolled
      * forward by that day's earlier audit records) says it stood,
      * and the net change the trail explains - status and currency
      * from the last after image, amount from the sum of after
      * minus before - must be exactly the change between the two
      * snapshots.  An
      * account that appears without a CREATE or REINSTAT record, or
      * disappears without an ARCHIVE record, is an exception too.
      * Every exception is listed, and any exception at all ends the
      * job with return code 8 so the scheduler holds the stream
      * until the account has been looked at.
      *
      * modification history
      *   dlb   - original snapshot-to-snapshot audit comparison
      *   dlb   - batch-window timing: a start record and a finish
      *           record (JLOGREC) with records read and written and
      *           the return code are appended to JOBLOG
      *   dlb   - audit record image widened to 73 bytes to follow
      *           AUDTREC's new currency code
      *   dlb   - an account whose currency changed between the two
      *           snapshots without an audit record to carry it is
      *           an unexplained change
      *
       identification division.
       program-id.     snapdiff.
       author.         dlb.
       environment division.
       configuration section.
       special-names.
            console is crt
            decimal-point is comma.
       input-output section.
       file-control.
           select prior-snapshot-file assign to "MSTSNAPY"
                                 organization is sequential
                                 file status is prior-snapshot-status.
           select prior-control-file assign to "SNAPCTLY"
                                 organization is sequential
                                 file status is prior-control-status.
           select today-snapshot-file assign to "MSTSNAP"
                                 organization is sequential
                                 file status is today-snapshot-status.
           select today-control-file assign to "SNAPCTL"
                                 organization is sequential
                                 file status is today-control-status.
           select audit-file     assign to "AUDTFILE"
                                 organization is sequential
                                 file status is audit-file-status.
           select listing-file   assign to "DIFFLIST"
                                 organization is sequential.
           select control-file   assign to "CTLFILE"
                                 organization is sequential
                                 file status is control-file-status.
           select sort-work-file assign to "SRTWK01".
           select job-log-file        assign to "JOBLOG"
                                      organization is sequential
                                      file status is job-log-status.

       data division.
       file section.
      *
      *  The two snapshot copies - master layout, renamed off of the
      *  copybook's field names so the two days can sit side by side.
      *
       fd  prior-snapshot-file
           label records are standard.
           copy mstrrec
               replacing ==master-record==
                      by ==prior-snapshot-record==
                         ==mstr-account-number==
                      by ==prsn-account-number==
                         ==mstr-status==
                      by ==prsn-status==
                         ==mstr-active==
                      by ==prsn-active==
                         ==mstr-inactive==
                      by ==prsn-inactive==
                         ==mstr-amount==
                      by ==prsn-amount==
                         ==mstr-last-trans-date==
                      by ==prsn-last-trans-date==
                         ==mstr-last-trans-kode==
                      by ==prsn-last-trans-kode==
                         ==mstr-currency-code==
                      by ==prsn-currency-code==.

       fd  prior-control-file
           label records are standard.
           copy snapcrec
               replacing ==snapshot-control-record==
                      by ==prior-control-record==
                         ==snap-business-date==
                      by ==prct-business-date==
                         ==snap-record-count==
                      by ==prct-record-count==
                         ==snap-amount-total==
                      by ==prct-amount-total==.

       fd  today-snapshot-file
           label records are standard.
           copy mstrrec
               replacing ==master-record==
                      by ==today-snapshot-record==
                         ==mstr-account-number==
                      by ==tdsn-account-number==
                         ==mstr-status==
                      by ==tdsn-status==
                         ==mstr-active==
                      by ==tdsn-active==
                         ==mstr-inactive==
                      by ==tdsn-inactive==
                         ==mstr-amount==
                      by ==tdsn-amount==
                         ==mstr-last-trans-date==
                      by ==tdsn-last-trans-date==
                         ==mstr-last-trans-kode==
                      by ==tdsn-last-trans-kode==
                         ==mstr-currency-code==
                      by ==tdsn-currency-code==.

       fd  today-control-file
           label records are standard.
           copy snapcrec
               replacing ==snapshot-control-record==
                      by ==today-control-record==
                         ==snap-business-date==
                      by ==tdct-business-date==
                         ==snap-record-count==
                      by ==tdct-record-count==
                         ==snap-amount-total==
                      by ==tdct-amount-total==.

      *
      *  The audit record is read into working storage - it has to
      *  survive the trip through the sort, and the sorted side
      *  works on it long after the audit file is closed.
      *
       fd  audit-file
           label records are standard.
       01  audit-file-record       pic x(73).

       fd  listing-file
           label records are omitted.
       01  header-line             pic x(80).
       01  exception-line.
           05  filler              pic x(02).
           05  exc-account         pic 9(09).
           05  filler              pic x(02).
           05  exc-text            pic x(28).
           05  filler              pic x(02).
           05  exc-snapshot-amount pic z.zzz.zzz.zz9,99-.
           05  filler              pic x(02).
           05  exc-audit-amount    pic z.zzz.zzz.zz9,99-.
           05  filler              pic x(01).
       01  total-line.
           05  tot-label           pic x(40).
           05  tot-value           pic zzz.zzz.zz9.
           05  filler              pic x(29).

       fd  control-file
           label records are standard.
           copy ctlprec.

      *
      *  The day's audit records ride through the sort as a plain
      *  image behind their account and write-order sequence.
      *
       sd  sort-work-file.
       01  sort-work-record.
           05  srt-account         pic 9(09).
           05  srt-sequence        pic 9(09).
           05  srt-audit-image     pic x(73).

       fd  job-log-file
           label records are standard.
           copy jlogrec.

       working-storage section.
           copy audtrec.

       77  prior-eof-switch        pic x(01)  value "n".
       88  prior-eof                          value "y".
       77  today-eof-switch        pic x(01)  value "n".
       88  today-eof                          value "y".
       77  audit-eof-switch        pic x(01)  value "n".
       88  audit-eof                          value "y".
       77  sort-eof-switch         pic x(01)  value "n".
       88  sort-eof                           value "y".

       77  prior-snapshot-status   pic x(02).
       77  prior-control-status    pic x(02).
       77  today-snapshot-status   pic x(02).
       77  today-control-status    pic x(02).
       77  audit-file-status       pic x(02).

      *
      *  Snapshot proof figures, reused for each snapshot in turn.
      *
       77  proof-count             pic 9(09)  comp.
       77  proof-amount-total      pic s9(13)v99 comp-3.
       77  proof-last-account      pic 9(09).
       77  proof-sequence-switch   pic x(01).
       88  proof-out-of-sequence              value "y".
       77  proof-snapshot-label    pic x(08).

      *
      *  Match keys for the three-way pass: each file's current
      *  account, or all nines once the file is exhausted, and the
      *  lowest of the three - the account being judged.
      *
       77  prior-key               pic 9(09).
       77  today-key               pic 9(09).
       77  sort-key                pic 9(09).
       77  low-key                 pic 9(09).
       77  audit-sequence          pic 9(09)  comp value zero.

      *
      *  One account's position as the audit trail says it stands:
      *  seeded from the previous snapshot, then carried forward
      *  through each of the account's audit records in turn.
      *
       77  on-prior-switch         pic x(01).
       88  on-prior                           value "y".
       77  on-today-switch         pic x(01).
       88  on-today                           value "y".
       77  audited-exists-switch   pic x(01).
       88  audited-exists                     value "y".
       77  audited-status          pic x(01).
       77  audited-currency        pic x(03).
       77  audited-amount          pic s9(09)v99 comp-3.
       77  audited-net-amount      pic s9(11)v99 comp-3.
       77  snapshot-net-amount     pic s9(11)v99 comp-3.
       77  account-audit-count     pic 9(05)  comp.

       77  accounts-compared       pic 9(09)  comp value zero.
       77  audit-records-read      pic 9(09)  comp value zero.
       77  audit-records-used      pic 9(09)  comp value zero.
       77  audit-records-skipped   pic 9(09)  comp value zero.
       77  unexplained-count       pic 9(09)  comp value zero.
       77  appeared-count          pic 9(09)  comp value zero.
       77  disappeared-count       pic 9(09)  comp value zero.
       77  before-image-count      pic 9(09)  comp value zero.
       77  exception-count         pic 9(09)  comp value zero.

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
      *  Prove both snapshots, then sort the day's audit records
      *  into account order and match the three files account by
      *  account on the sorted side.
      *

           perform initialize-run thru initialize-run-end.
           perform prove-prior-snapshot thru
                   prove-prior-snapshot-end.
           perform prove-today-snapshot thru
                   prove-today-snapshot-end.
           perform sort-and-compare thru sort-and-compare-end.
           perform terminate-run thru terminate-run-end.
           perform log-job-finish thru log-job-finish-end.
           stop run.

      *
      *  Both control records are required, and the previous one
      *  must be from an earlier business date - comparing a
      *  snapshot with itself, or the wrong way round, would explain
      *  nothing.
      *
       initialize-run.
           perform read-run-control thru read-run-control-end.
           open output listing-file.
           move spaces to prior-control-status.
           open input prior-control-file.
           if prior-control-status not = "00"
              display "SNAPDIFF: NO PREVIOUS SNAPSHOT CONTROL "
                      "RECORD - RUN ABENDED" upon crt
              move 16 to return-code
              stop run.
           read prior-control-file
               at end
                  display "SNAPDIFF: PREVIOUS SNAPSHOT CONTROL FILE "
                          "EMPTY - RUN ABENDED" upon crt
                  move 16 to return-code
                  stop run.
           close prior-control-file.
           move spaces to today-control-status.
           open input today-control-file.
           if today-control-status not = "00"
              display "SNAPDIFF: NO SNAPSHOT CONTROL RECORD - "
                      "RUN ABENDED" upon crt
              move 16 to return-code
              stop run.
           read today-control-file
               at end
                  display "SNAPDIFF: SNAPSHOT CONTROL FILE EMPTY - "
                          "RUN ABENDED" upon crt
                  move 16 to return-code
                  stop run.
           close today-control-file.
           perform log-job-start thru log-job-start-end.
           if prct-business-date not < tdct-business-date
              display "SNAPDIFF: PREVIOUS SNAPSHOT " prct-business-date
                      " IS NOT BEFORE TODAY'S " tdct-business-date
                      " - RUN ABENDED" upon crt
              move 16 to return-code
              stop run.
           move spaces to header-line.
           string "UNEXPLAINED MASTER CHANGES - SNAPSHOT "
                   delimited by size
                   prct-business-date delimited by size
                   " TO " delimited by size
                   tdct-business-date delimited by size
                   into header-line.
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

      *
      *  Each snapshot must read back exactly what its control
      *  record promised, in ascending account order, before a
      *  single account is judged from it - the match pass depends
      *  on the order.
      *
       prove-prior-snapshot.
           move zero to proof-count.
           move zero to proof-amount-total.
           move zero to proof-last-account.
           move "n" to proof-sequence-switch.
           move spaces to prior-snapshot-status.
           open input prior-snapshot-file.
           if prior-snapshot-status not = "00"
              display "SNAPDIFF: CANNOT OPEN PREVIOUS SNAPSHOT - "
                      "STATUS " prior-snapshot-status
                      " - RUN ABENDED" upon crt
              move 16 to return-code
              stop run.
           perform read-prior-snapshot thru
                   read-prior-snapshot-end.
           perform count-prior-record thru count-prior-record-end
                   until prior-eof.
           close prior-snapshot-file.
           if proof-out-of-sequence
              or proof-count not = prct-record-count
              or proof-amount-total not = prct-amount-total
              move "PREVIOUS" to proof-snapshot-label
              perform refuse-snapshot thru refuse-snapshot-end.
           move spaces to total-line.
           move "PREVIOUS SNAPSHOT RECORDS PROVED" to tot-label.
           move proof-count to tot-value.
           write total-line.
       prove-prior-snapshot-end.
           exit.

       count-prior-record.
           if proof-count > zero
              and prsn-account-number not > proof-last-account
              move "y" to proof-sequence-switch.
           move prsn-account-number to proof-last-account.
           add 1 to proof-count.
           add prsn-amount to proof-amount-total.
           perform read-prior-snapshot thru
                   read-prior-snapshot-end.
       count-prior-record-end.
           exit.

       prove-today-snapshot.
           move zero to proof-count.
           move zero to proof-amount-total.
           move zero to proof-last-account.
           move "n" to proof-sequence-switch.
           move spaces to today-snapshot-status.
           open input today-snapshot-file.
           if today-snapshot-status not = "00"
              display "SNAPDIFF: CANNOT OPEN SNAPSHOT - STATUS "
                      today-snapshot-status " - RUN ABENDED" upon crt
              move 16 to return-code
              stop run.
           perform read-today-snapshot thru
                   read-today-snapshot-end.
           perform count-today-record thru count-today-record-end
                   until today-eof.
           close today-snapshot-file.
           if proof-out-of-sequence
              or proof-count not = tdct-record-count
              or proof-amount-total not = tdct-amount-total
              move "TODAY'S" to proof-snapshot-label
              perform refuse-snapshot thru refuse-snapshot-end.
           move spaces to total-line.
           move "TODAY'S SNAPSHOT RECORDS PROVED" to tot-label.
           move proof-count to tot-value.
           write total-line.
       prove-today-snapshot-end.
           exit.

       count-today-record.
           if proof-count > zero
              and tdsn-account-number not > proof-last-account
              move "y" to proof-sequence-switch.
           move tdsn-account-number to proof-last-account.
           add 1 to proof-count.
           add tdsn-amount to proof-amount-total.
           perform read-today-snapshot thru
                   read-today-snapshot-end.
       count-today-record-end.
           exit.

      *
      *  Caller names the snapshot, PREVIOUS or TODAY'S.  A
      *  snapshot that does not prove is a broken input, not an
      *  exception - the run abends rather than report differences
      *  that are only the damage.
      *
       refuse-snapshot.
           move spaces to total-line.
           move "SNAPSHOT RECORDS EXPECTED (CONTROL)" to tot-label.
           if proof-snapshot-label = "PREVIOUS"
              move prct-record-count to tot-value
           else
              move tdct-record-count to tot-value.
           write total-line.
           move spaces to total-line.
           move "SNAPSHOT RECORDS READ" to tot-label.
           move proof-count to tot-value.
           write total-line.
           move spaces to header-line.
           string "*** " delimited by size
                  proof-snapshot-label delimited by space
                  " SNAPSHOT DOES NOT PROVE TO ITS CONTROL "
                  "RECORD OR IS OUT OF SEQUENCE - RUN ABENDED ***"
                  delimited by size into header-line.
           write header-line.
           close listing-file.
           display "SNAPDIFF: " proof-snapshot-label
                   " SNAPSHOT OUT OF BALANCE - RUN ABENDED" upon crt.
           move 16 to return-code.
           stop run.
       refuse-snapshot-end.
           exit.

       read-prior-snapshot.
           read prior-snapshot-file
               at end move "y" to prior-eof-switch.
       read-prior-snapshot-end.
           exit.

       read-today-snapshot.
           read today-snapshot-file
               at end move "y" to today-eof-switch.
       read-today-snapshot-end.
           exit.

      *
      *  The snapshots have been read once already for their proof,
      *  so they are reopened here for the match pass.
      *
       sort-and-compare.
           move "n" to prior-eof-switch.
           move "n" to today-eof-switch.
           open input prior-snapshot-file.
           open input today-snapshot-file.
           move spaces to header-line.
           string "  ACCOUNT    EXCEPTION                   "
                  "     SNAPSHOT            AUDIT"
                   delimited by size into header-line.
           write header-line.
           sort sort-work-file
               on ascending key srt-account
                                srt-sequence
               input procedure is release-audit-records thru
                                  release-audit-records-end
               output procedure is compare-accounts thru
                                   compare-accounts-end.
           close prior-snapshot-file.
           close today-snapshot-file.
       sort-and-compare-end.
           exit.

      *
      *  Only audit records applied after the previous snapshot was
      *  cut, up to and including today's business date, can explain
      *  the difference between the two.  A missing audit file just
      *  means nothing was audited - every difference is then an
      *  exception.
      *
       release-audit-records.
           move spaces to audit-file-status.
           open input audit-file.
           if audit-file-status not = "00"
              move spaces to header-line
              string "NO AUDIT FILE - NO CHANGES AUDITED"
                     delimited by size into header-line
              write header-line
              go to release-audit-records-end.
           perform read-release-audit thru read-release-audit-end
                   until audit-eof.
           close audit-file.
       release-audit-records-end.
           exit.

       read-release-audit.
           read audit-file into audit-record
               at end move "y" to audit-eof-switch
                      go to read-release-audit-end.
           add 1 to audit-records-read.
           if audt-business-date not > prct-business-date
              or audt-business-date > tdct-business-date
              add 1 to audit-records-skipped
              go to read-release-audit-end.
           add 1 to audit-sequence.
           move audt-account-number to srt-account.
           move audit-sequence to srt-sequence.
           move audit-record to srt-audit-image.
           release sort-work-record.
       read-release-audit-end.
           exit.

      *
      *  Three-way match on account number: the lowest current key
      *  among the two snapshots and the sorted audit records is the
      *  account judged next, from whichever of the three carry it.
      *
       compare-accounts.
           perform read-prior-snapshot thru
                   read-prior-snapshot-end.
           perform read-today-snapshot thru
                   read-today-snapshot-end.
           perform return-audit-record thru
                   return-audit-record-end.
           perform set-match-keys thru set-match-keys-end.
           perform compare-one-account thru
                   compare-one-account-end
                   until low-key = 999999999.
       compare-accounts-end.
           exit.

       return-audit-record.
           return sort-work-file
               at end move "y" to sort-eof-switch.
           if not sort-eof
              move srt-audit-image to audit-record.
       return-audit-record-end.
           exit.

       set-match-keys.
           if prior-eof
              move 999999999 to prior-key
           else
              move prsn-account-number to prior-key.
           if today-eof
              move 999999999 to today-key
           else
              move tdsn-account-number to today-key.
           if sort-eof
              move 999999999 to sort-key
           else
              move audt-account-number to sort-key.
           move prior-key to low-key.
           if today-key < low-key
              move today-key to low-key.
           if sort-key < low-key
              move sort-key to low-key.
       set-match-keys-end.
           exit.

      *
      *  The trail's view of the account starts from the previous
      *  snapshot (or from nothing, for an account that was not on
      *  it) and is carried through each of the day's audit records
      *  for it in write order; the result is then held up against
      *  today's snapshot.
      *
       compare-one-account.
           add 1 to accounts-compared.
           move "n" to on-prior-switch.
           move "n" to on-today-switch.
           move "n" to audited-exists-switch.
           move space to audited-status.
           move spaces to audited-currency.
           move zero to audited-amount.
           move zero to audited-net-amount.
           move zero to account-audit-count.
           if prior-key = low-key
              move "y" to on-prior-switch
              move "y" to audited-exists-switch
              move prsn-status to audited-status
              move prsn-currency-code to audited-currency
              move prsn-amount to audited-amount.
           if today-key = low-key
              move "y" to on-today-switch.
           perform apply-audit-record thru apply-audit-record-end
                   until sort-key not = low-key.
           perform judge-account thru judge-account-end.
           if on-prior
              perform read-prior-snapshot thru
                      read-prior-snapshot-end.
           if on-today
              perform read-today-snapshot thru
                      read-today-snapshot-end.
           perform set-match-keys thru set-match-keys-end.
       compare-one-account-end.
           exit.

      *
      *  A CREATE or REINSTAT brings the account into being, so its
      *  before image is "not on file"; an ARCHIVE takes it away.
      *  Every other action must find the account where its before
      *  image says it was.
      *
       apply-audit-record.
           add 1 to audit-records-used.
           add 1 to account-audit-count.
           perform check-before-image thru check-before-image-end.
           compute audited-net-amount = audited-net-amount
                   + audt-after-amount - audt-before-amount.
           if audt-action = "ARCHIVE"
              move "n" to audited-exists-switch
           else
              move "y" to audited-exists-switch
              move audt-after-status to audited-status
              move audt-currency-code to audited-currency
              move audt-after-amount to audited-amount.
           perform return-audit-record thru
                   return-audit-record-end.
           if sort-eof
              move 999999999 to sort-key
           else
              move audt-account-number to sort-key.
       apply-audit-record-end.
           exit.

       check-before-image.
           if audt-action = "CREATE" or audt-action = "REINSTAT"
              if audited-exists
                 move "CREATE/REINSTAT BUT ON FILE" to exc-text
                 perform write-before-image-exception thru
                         write-before-image-exception-end
                 go to check-before-image-end
              else
                 go to check-before-image-end.
           if not audited-exists
              move "AUDITED BUT NOT ON FILE" to exc-text
              perform write-before-image-exception thru
                      write-before-image-exception-end
              go to check-before-image-end.
           if audt-before-status not = audited-status
              or audt-before-amount not = audited-amount
              move "BEFORE IMAGE NOT AS SNAPSHOT" to exc-text
              perform write-before-image-exception thru
                      write-before-image-exception-end.
       check-before-image-end.
           exit.

      *
      *  The account as today's snapshot has it against the account
      *  as the trail says it should be: present or not, then
      *  status, then currency, then the amount moved since the
      *  previous snapshot against the net amount the day's audit
      *  records moved it.
      *
       judge-account.
           if on-today and not audited-exists
              if on-prior
                 move "ARCHIVED BUT STILL ON FILE" to exc-text
                 perform write-presence-exception thru
                         write-presence-exception-end
                 add 1 to appeared-count
                 go to judge-account-end
              else
                 move "APPEARED - NO CREATE/REINSTAT" to exc-text
                 perform write-presence-exception thru
                         write-presence-exception-end
                 add 1 to appeared-count
                 go to judge-account-end.
           if audited-exists and not on-today
              if on-prior
                 move "DISAPPEARED - NO ARCHIVE" to exc-text
                 perform write-presence-exception thru
                         write-presence-exception-end
                 add 1 to disappeared-count
                 go to judge-account-end
              else
                 move "CREATED BUT NOT ON FILE" to exc-text
                 perform write-presence-exception thru
                         write-presence-exception-end
                 add 1 to disappeared-count
                 go to judge-account-end.
           if not on-today
              go to judge-account-end.
           if on-prior
              compute snapshot-net-amount = tdsn-amount - prsn-amount
           else
              move tdsn-amount to snapshot-net-amount.
           if tdsn-status not = audited-status
              move spaces to exception-line
              move low-key to exc-account
              move "UNEXPLAINED STATUS CHANGE" to exc-text
              move snapshot-net-amount to exc-snapshot-amount
              move audited-net-amount to exc-audit-amount
              perform write-exception-line thru
                      write-exception-line-end
              move spaces to header-line
              string "             SNAPSHOT STATUS " delimited by size
                     tdsn-status delimited by size
                     "   AUDITED STATUS " delimited by size
                     audited-status delimited by size
                     into header-line
              write header-line
              add 1 to unexplained-count
              go to judge-account-end.
           if tdsn-currency-code not = audited-currency
              move spaces to exception-line
              move low-key to exc-account
              move "UNEXPLAINED CURRENCY CHANGE" to exc-text
              move snapshot-net-amount to exc-snapshot-amount
              move audited-net-amount to exc-audit-amount
              perform write-exception-line thru
                      write-exception-line-end
              move spaces to header-line
              string "             SNAPSHOT CURRENCY "
                     delimited by size
                     tdsn-currency-code delimited by size
                     "   AUDITED CURRENCY " delimited by size
                     audited-currency delimited by size
                     into header-line
              write header-line
              add 1 to unexplained-count
              go to judge-account-end.
           if snapshot-net-amount not = audited-net-amount
              move spaces to exception-line
              move low-key to exc-account
              move "UNEXPLAINED AMOUNT MOVEMENT" to exc-text
              move snapshot-net-amount to exc-snapshot-amount
              move audited-net-amount to exc-audit-amount
              perform write-exception-line thru
                      write-exception-line-end
              add 1 to unexplained-count.
       judge-account-end.
           exit.

      *
      *  Caller has moved the exception text.  The snapshot column
      *  shows what the trail expected the account to hold, the
      *  audit column what the record's before image says it held;
      *  the record itself is named on the line below.
      *
       write-before-image-exception.
           add 1 to before-image-count.
           move low-key to exc-account.
           move audited-amount to exc-snapshot-amount.
           move audt-before-amount to exc-audit-amount.
           perform write-exception-line thru
                   write-exception-line-end.
           move spaces to header-line.
           string "             AUDIT RECORD " delimited by size
                  audt-business-date delimited by size
                  " KODE " delimited by size
                  audt-trans-kode delimited by size
                  " " delimited by size
                  audt-action delimited by size
                  " BEFORE STATUS " delimited by size
                  audt-before-status delimited by size
                  into header-line.
           write header-line.
       write-before-image-exception-end.
           exit.

      *
      *  Presence exceptions show the snapshot amounts either side:
      *  the snapshot column today's (or the previous one's, for an
      *  account that has gone), the audit column the trail's.
      *
       write-presence-exception.
           move low-key to exc-account.
           if on-today
              move tdsn-amount to exc-snapshot-amount
           else
              move prsn-amount to exc-snapshot-amount.
           move audited-amount to exc-audit-amount.
           perform write-exception-line thru
                   write-exception-line-end.
       write-presence-exception-end.
           exit.

       write-exception-line.
           add 1 to exception-count.
           perform format-exception-amounts thru
                   format-exception-amounts-end.
           write exception-line.
           move spaces to exception-line.
       write-exception-line-end.
           exit.

      *
      *  DECIMAL-POINT IS COMMA is a compile-time choice, so a
      *  period-decimal run swaps the separator characters in the
      *  already-edited amount fields rather than re-editing them -
      *  same technique level88 uses for its register.
      *
       format-exception-amounts.
           if ctlp-decimal-period
              inspect exc-snapshot-amount replacing all "." by "#"
              inspect exc-snapshot-amount replacing all "," by "."
              inspect exc-snapshot-amount replacing all "#" by ","
              inspect exc-audit-amount replacing all "." by "#"
              inspect exc-audit-amount replacing all "," by "."
              inspect exc-audit-amount replacing all "#" by ",".
       format-exception-amounts-end.
           exit.

      *
       terminate-run.
           move spaces to total-line.
           move "ACCOUNTS COMPARED" to tot-label.
           move accounts-compared to tot-value.
           write total-line.
           move spaces to total-line.
           move "AUDIT RECORDS READ" to tot-label.
           move audit-records-read to tot-value.
           write total-line.
           move spaces to total-line.
           move "AUDIT RECORDS IN THE COMPARISON" to tot-label.
           move audit-records-used to tot-value.
           write total-line.
           move spaces to total-line.
           move "AUDIT RECORDS OUTSIDE THE SNAPSHOT DATES"
               to tot-label.
           move audit-records-skipped to tot-value.
           write total-line.
           move spaces to total-line.
           move "UNEXPLAINED STATUS/CURRENCY/AMOUNT" to tot-label.
           move unexplained-count to tot-value.
           write total-line.
           move spaces to total-line.
           move "ACCOUNTS APPEARED WITHOUT AUDIT" to tot-label.
           move appeared-count to tot-value.
           write total-line.
           move spaces to total-line.
           move "ACCOUNTS DISAPPEARED WITHOUT AUDIT" to tot-label.
           move disappeared-count to tot-value.
           write total-line.
           move spaces to total-line.
           move "BEFORE IMAGES NOT MATCHING SNAPSHOT" to tot-label.
           move before-image-count to tot-value.
           write total-line.
           move spaces to header-line.
           if exception-count > zero
              string "*** EXCEPTIONS FOUND - STREAM HELD UNTIL "
                     "THEY ARE EXPLAINED ***" delimited by size
                     into header-line
           else
              string "EVERY MASTER CHANGE EXPLAINED BY THE AUDIT "
                     "TRAIL" delimited by size into header-line.
           write header-line.
           close listing-file.
           if exception-count > zero
              display "SNAPDIFF: " exception-count
                      " UNEXPLAINED CHANGE(S) - STREAM HELD" upon crt
              move 8 to return-code
           else
              display "SNAPDIFF: ALL MASTER CHANGES EXPLAINED"
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
           move "SNAPDIFF" to jlog-program.
           move tdct-business-date to jlog-business-date.
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
           move "SNAPDIFF" to jlog-program.
           move tdct-business-date to jlog-business-date.
           set jlog-finished to true.
           move job-start-date to jlog-start-date.
           move job-start-time to jlog-start-time.
           move job-clock-date-n to jlog-end-date.
           move job-clock-time to jlog-end-time.
           move audit-records-read to jlog-records-read.
           move exception-count to jlog-records-written.
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
