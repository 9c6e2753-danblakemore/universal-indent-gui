      * Transaction reversal run driven by the audit trail.
      *
      * A wrong posting - a fee charged twice, a payment applied to
      * the wrong account - used to be undone by a clerk working out
      * the offsetting kode and amount by hand and keying it through
      * tranentr, and nothing stopped the same item being reversed
      * twice.  The clerk now keys a reversal request card (RVRQREC)
      * naming the account, the business date, the kode and the
      * amount of the original posting, and this run does the rest.
      * Each request is looked for among the POST records of the
      * live audit file and of the closed audit generation
      * operations has assigned to AUDTGENR; the amount a POST
      * record posted is read off its before and after images, in
      * the account's own currency.  A request with a matching
      * posting not yet reversed gets the exact offsetting
      * transaction - the same kode, the amount negated, in the
      * account's currency - dated the business date and written
      * inside a properly ballasted batch (BTCHREC header and
      * trailer included) that trancons folds into the combined
      * transaction file like the standing-instruction batch.  Every
      * reversal generated is recorded on the reversal
      * cross-reference file (RVRXREC) before its transaction is
      * written, so a second request for the same posting - in this
      * run or any later one - is refused.  Requests for an account
      * that is no longer on the master or is inactive are refused
      * too: the posting run would only reject the reversal.  The
      * listing shows every request with the reversal generated or
      * the reason it was refused.
      *
      * modification history
      *   dlb   - original audit-trail reversal run with run-log
      *           guard against a second run for the same date and
      *           batch-window timing records (JLOGREC) on JOBLOG
      *
       identification division.
       program-id.     rvrsgen.
       author.         dlb.
       environment division.
       configuration section.
       special-names.
            console is crt
            decimal-point is comma.
       input-output section.
       file-control.
           select request-file   assign to "RVRSCARD"
                                 organization is sequential
                                 file status is request-file-status.
           select audit-file     assign to "AUDTFILE"
                                 organization is sequential
                                 file status is audit-file-status.
           select generation-file assign to "AUDTGENR"
                                 organization is sequential
                                 file status is generation-file-status.
           select xref-file      assign to "RVRSXREF"
                                 organization is indexed
                                 access mode is random
                                 record key is rvrx-key
                                 file status is xref-file-status.
           select master-file    assign to "MASTFILE"
                                 organization is indexed
                                 access mode is random
                                 record key is mstr-account-number
                                 file status is master-file-status.
           select batch-file     assign to "RVRSBTCH"
                                 organization is sequential.
           select listing-file   assign to "RVRSLIST"
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
           select job-log-file   assign to "JOBLOG"
                                 organization is sequential
                                 file status is job-log-status.

       data division.
       file section.
       fd  request-file
           label records are standard.
           copy rvrqrec.

      *
      *  Both audit sources are read into the one working-storage
      *  audit record, so the live file and the closed generation
      *  are searched by the same paragraphs.
      *
       fd  audit-file
           label records are standard.
       01  audit-file-record       pic x(73).

       fd  generation-file
           label records are standard.
       01  generation-file-record  pic x(73).

       fd  xref-file
           label records are standard.
           copy rvrxrec.

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
           05  lst-account         pic x(09).
           05  filler              pic x(02).
           05  lst-posting-date    pic x(08).
           05  filler              pic x(02).
           05  lst-kode            pic x(02).
           05  filler              pic x(02).
           05  lst-amount          pic z.zzz.zz9,99-.
           05  filler              pic x(02).
           05  lst-occurrence      pic zz9.
           05  filler              pic x(02).
           05  lst-disposition     pic x(32).
           05  filler              pic x(01).
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
       77  request-eof-switch      pic x(01)  value "n".
       88  request-eof                        value "y".
       77  audit-eof-switch        pic x(01)  value "n".
       88  audit-eof                          value "y".
       77  request-file-status     pic x(02).
       77  audit-file-status       pic x(02).
       77  generation-file-status  pic x(02).
       77  xref-file-status        pic x(02).
       77  master-file-status      pic x(02).
       77  listing-disposition     pic x(32).

           copy audtrec.

      *
      *  The amount a POST record put on the account, read off its
      *  before and after images: a debit kode adds its amount to
      *  the balance, a credit kode subtracts it.
      *
       77  audit-kode              pic 9(02).
       88  audit-debit-kode                   value 8, 13, 14.
       77  posted-amount           pic s9(09)v99 comp-3.

      *
      *  The request cards, held in arrival order.  Each card is
      *  edited as it is loaded - a card that fails carries the
      *  reason it is refused - and the audit search counts, for
      *  every card still standing, how many POST records match it.
      *
       77  rqst-max                pic 9(03)  comp value 500.
       77  rqst-loaded             pic 9(03)  comp value zero.
       77  rqst-sub                pic 9(03)  comp.
       01  request-table.
           05  rqst-entry          occurs 500 times.
               10  rqtb-account    pic x(09).
               10  rqtb-account-n redefines rqtb-account
                                   pic 9(09).
               10  rqtb-date       pic x(08).
               10  rqtb-date-n redefines rqtb-date
                                   pic 9(08).
               10  rqtb-kode       pic x(02).
               10  rqtb-kode-n redefines rqtb-kode
                                   pic 9(02).
               10  rqtb-amount     pic s9(07)v99.
               10  rqtb-requested-by pic x(08).
               10  rqtb-refusal    pic x(32).
               10  rqtb-matches    pic 9(05)  comp.
       77  request-kode            pic 9(02).
       88  request-valid-kode                 value 4, 8, 9, 13, 14.
       77  requests-over-max       pic 9(05)  comp value zero.

      *
      *  One request being judged against the cross-reference file.
      *
       77  reversal-occurrence     pic 9(03)  comp.
       77  reversal-found-switch   pic x(01).
       88  reversal-found                     value "y".
       77  reversals-on-file       pic 9(03)  comp.
       77  account-found-switch    pic x(01).
       88  account-found                      value "y".

      *
      *  The batch under construction: its number is 7 plus the
      *  business date's month and day (7MMDD), outside any
      *  upstream batch series and clear of the standing-
      *  instruction batch's 8MMDD and the accrual batch's 9YYMM,
      *  and its trailer carries the generated totals so level88
      *  balances the batch like any other.
      *
       77  reversal-batch-number   pic 9(06)  value zero.
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

       77  calendar-file-status    pic x(02).
       77  business-date           pic 9(08)  value zero.
       01  business-date-parts.
           05  bdp-ccyy            pic 9(04).
           05  bdp-mmdd            pic 9(04).
       01  business-date-parts-n redefines business-date-parts
                                   pic 9(08).
       01  machine-date-full.
           05  filler              pic 9(02)  value 20.
           05  machine-yymmdd      pic 9(06).
       01  machine-date-full-n redefines machine-date-full
                                   pic 9(08).

       77  requests-read           pic 9(08)  comp value zero.
       77  reversals-generated     pic 9(08)  comp value zero.
       77  requests-refused        pic 9(08)  comp value zero.
       77  audit-records-searched  pic 9(09)  comp value zero.

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
      *  Load and edit the request cards, search the live audit file
      *  and then the closed generation for the postings they name,
      *  then judge each request in card order - generating its
      *  reversal or listing why it was refused.
      *

           perform initialize-run thru initialize-run-end.
           perform load-request thru load-request-end
                   until request-eof.
           perform search-audit-trail thru search-audit-trail-end.
           perform search-generation thru search-generation-end.
           perform judge-request thru judge-request-end
                   varying rqst-sub from 1 by 1
                   until rqst-sub > rqst-loaded.
           perform terminate-run thru terminate-run-end.
           perform log-job-finish thru log-job-finish-end.
           stop run.

      *
      *  A missing request file is a day with nothing to reverse -
      *  the run still cuts an empty (but ballasted) batch so the
      *  day is accounted for, and the listing says so.  The
      *  cross-reference file is created empty the first time the
      *  run finds none.
      *
       initialize-run.
           perform read-run-control thru read-run-control-end.
           perform read-business-date thru read-business-date-end.
           move business-date to business-date-parts-n.
           compute reversal-batch-number = 700000 + bdp-mmdd.
           perform log-job-start thru log-job-start-end.
           perform check-run-sequence thru check-run-sequence-end.
           move spaces to master-file-status.
           open input master-file.
           if master-file-status not = "00"
              display "RVRSGEN: CANNOT OPEN MASTER FILE - STATUS "
                      master-file-status " - RUN ABENDED" upon crt
              move 16 to return-code
              stop run.
           move spaces to xref-file-status.
           open i-o xref-file.
           if xref-file-status = "35"
              open output xref-file
              close xref-file
              move spaces to xref-file-status
              open i-o xref-file.
           if xref-file-status not = "00"
              display "RVRSGEN: CANNOT OPEN REVERSAL CROSS-REFERENCE"
                      " FILE - STATUS " xref-file-status
                      " - RUN ABENDED" upon crt
              move 16 to return-code
              stop run.
           open output batch-file.
           open output listing-file.
           move spaces to header-line.
           string "TRANSACTION REVERSAL RUN - BUSINESS DATE "
                   delimited by size
                   business-date delimited by size
                   into header-line.
           write header-line.
           move spaces to header-line.
           string "  ACCOUNT    POSTED    KD         AMOUNT  OCC"
                  "  DISPOSITION"
                   delimited by size into header-line.
           write header-line.
           move spaces to request-file-status.
           open input request-file.
           if request-file-status not = "00"
              move "y" to request-eof-switch
              move spaces to header-line
              string "NO REVERSAL REQUEST FILE - NOTHING TO DO"
                     delimited by size into header-line
              write header-line.
           perform write-batch-header thru write-batch-header-end.
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
      *  Business processing date off the processing calendar
      *  (CALFILE); a site without a calendar falls back to the
      *  machine date.
      *
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

      *
      *  Run-log sequencing guard: a second run for the same
      *  business date would recut the reversal batch, wiping out
      *  the day's reversals before trancons has picked them up -
      *  and with the cross-reference file already saying they were
      *  generated, a fresh request would be refused.  There is no
      *  predecessor to wait for.  The operator override card must
      *  name this program and this date exactly, so bypassing the
      *  guard is a deliberate act for one run.
      *
       check-run-sequence.
           perform read-override-card thru read-override-card-end.
           if guard-overridden
              display "RVRSGEN: OPERATOR OVERRIDE ACCEPTED - "
                      "SEQUENCE CHECKS BYPASSED" upon crt
              go to check-run-sequence-end.
           perform scan-run-log thru scan-run-log-end.
           if self-already-complete
              display "RVRSGEN: ALREADY COMPLETED FOR BUSINESS "
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
           if ovrd-program = "RVRSGEN "
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
           if runl-program = "RVRSGEN "
              move "y" to self-complete-switch.
       scan-run-log-record-end.
           exit.

       stamp-run-complete.
           move "RVRSGEN " to runl-program.
           move business-date to runl-business-date.
           set runl-complete to true.
           open extend run-log-file.
           write run-log-record.
           close run-log-file.
       stamp-run-complete-end.
           exit.

      *
      *  One request card into the table, edited on the way: the
      *  account, business date and amount must be digits, and the
      *  kode one of the ordinary monetary kodes - a create, modify
      *  or destroy is not a posting, and a transfer is undone by
      *  keying the transfer back.  A card past the table's end is
      *  counted and reported, not processed.
      *
       load-request.
           read request-file
               at end
                  move "y" to request-eof-switch
                  go to load-request-end.
           add 1 to requests-read.
           if rqst-loaded >= rqst-max
              add 1 to requests-over-max
              go to load-request-end.
           add 1 to rqst-loaded.
           move rvrq-account-number to rqtb-account (rqst-loaded).
           move rvrq-business-date to rqtb-date (rqst-loaded).
           move rvrq-trans-kode to rqtb-kode (rqst-loaded).
           move zero to rqtb-amount (rqst-loaded).
           move rvrq-requested-by to rqtb-requested-by (rqst-loaded).
           move spaces to rqtb-refusal (rqst-loaded).
           move zero to rqtb-matches (rqst-loaded).
           if rvrq-account-number not numeric
              or rvrq-account-number = zero
              move "REFUSED - ACCOUNT NOT VALID"
                  to rqtb-refusal (rqst-loaded)
              go to load-request-end.
           if rvrq-business-date not numeric
              or rvrq-business-date = zero
              move "REFUSED - BUSINESS DATE NOT VALID"
                  to rqtb-refusal (rqst-loaded)
              go to load-request-end.
           if rvrq-trans-kode not numeric
              move "REFUSED - KODE NOT VALID"
                  to rqtb-refusal (rqst-loaded)
              go to load-request-end.
           move rvrq-trans-kode to request-kode.
           if not request-valid-kode
              move "REFUSED - KODE CANNOT BE REVERSED"
                  to rqtb-refusal (rqst-loaded)
              go to load-request-end.
           if rvrq-amount not numeric
              or rvrq-amount-digits = zero
              move "REFUSED - AMOUNT NOT VALID"
                  to rqtb-refusal (rqst-loaded)
              go to load-request-end.
           if rvrq-amount-negative
              compute rqtb-amount (rqst-loaded) =
                      zero - rvrq-amount-digits
           else
              move rvrq-amount-digits to rqtb-amount (rqst-loaded).
       load-request-end.
           exit.

      *
      *  The live audit file holds the current month; a missing one
      *  is simply nothing to search.
      *
       search-audit-trail.
           move "n" to audit-eof-switch.
           move spaces to audit-file-status.
           open input audit-file.
           if audit-file-status not = "00"
              go to search-audit-trail-end.
           perform read-audit-record thru read-audit-record-end
                   until audit-eof.
           close audit-file.
       search-audit-trail-end.
           exit.

       read-audit-record.
           read audit-file into audit-record
               at end
                  move "y" to audit-eof-switch
                  go to read-audit-record-end.
           perform match-audit-record thru match-audit-record-end.
       read-audit-record-end.
           exit.

      *
      *  The closed generation operations has assigned to AUDTGENR
      *  (the month the posting went through in, when it is no
      *  longer the current month).  Most days none is assigned.
      *
       search-generation.
           move "n" to audit-eof-switch.
           move spaces to generation-file-status.
           open input generation-file.
           if generation-file-status not = "00"
              go to search-generation-end.
           perform read-generation-record thru
                   read-generation-record-end
                   until audit-eof.
           close generation-file.
       search-generation-end.
           exit.

       read-generation-record.
           read generation-file into audit-record
               at end
                  move "y" to audit-eof-switch
                  go to read-generation-record-end.
           perform match-audit-record thru match-audit-record-end.
       read-generation-record-end.
           exit.

      *
      *  Only POST records are postings; the amount is the one the
      *  record put on the account, and every standing request
      *  naming the same account, business date, kode and amount is
      *  credited with one more matching posting.
      *
       match-audit-record.
           add 1 to audit-records-searched.
           if audt-action not = "POST"
              go to match-audit-record-end.
           move audt-trans-kode to audit-kode.
           if audit-debit-kode
              compute posted-amount =
                      audt-after-amount - audt-before-amount
           else
              compute posted-amount =
                      audt-before-amount - audt-after-amount.
           perform match-request thru match-request-end
                   varying rqst-sub from 1 by 1
                   until rqst-sub > rqst-loaded.
       match-audit-record-end.
           exit.

       match-request.
           if rqtb-refusal (rqst-sub) not = spaces
              go to match-request-end.
           if rqtb-account-n (rqst-sub) = audt-account-number
              and rqtb-date-n (rqst-sub) = audt-business-date
              and rqtb-kode-n (rqst-sub) = audt-trans-kode
              and rqtb-amount (rqst-sub) = posted-amount
              add 1 to rqtb-matches (rqst-sub).
       match-request-end.
           exit.

      *
      *  One request, in card order.  The cross-reference file says
      *  how many of the matching postings already have a reversal;
      *  once every one of them has, the request is refused.  The
      *  account must still be on the master and active, and then
      *  the next occurrence is recorded on the cross-reference file
      *  before the offsetting transaction is written - a reversal
      *  is never generated without its record, so it can never be
      *  generated twice.
      *
       judge-request.
           move zero to reversal-occurrence.
           move rqtb-refusal (rqst-sub) to listing-disposition.
           if listing-disposition not = spaces
              go to judge-request-refused.
           if rqtb-matches (rqst-sub) = zero
              move "REFUSED - NO MATCHING POSTING"
                  to listing-disposition
              go to judge-request-refused.
           perform count-reversals thru count-reversals-end.
           if reversals-on-file not < rqtb-matches (rqst-sub)
              move "REFUSED - ALREADY REVERSED"
                  to listing-disposition
              go to judge-request-refused.
           perform check-master-account thru
                   check-master-account-end.
           if listing-disposition not = spaces
              go to judge-request-refused.
           compute reversal-occurrence = reversals-on-file + 1.
           perform write-xref-record thru write-xref-record-end.
           if listing-disposition not = spaces
              go to judge-request-refused.
           perform write-reversal-transaction thru
                   write-reversal-transaction-end.
           move "REVERSAL GENERATED" to listing-disposition.
           perform write-listing-line thru write-listing-line-end.
           go to judge-request-end.
       judge-request-refused.
           add 1 to requests-refused.
           perform write-listing-line thru write-listing-line-end.
       judge-request-end.
           exit.

      *
      *  Reversals already on file for this posting are numbered
      *  from 1 with no gaps, so the count is the first occurrence
      *  number that is not there, less one.
      *
       count-reversals.
           move zero to reversals-on-file.
           move rqtb-account-n (rqst-sub) to rvrx-account-number.
           move rqtb-date-n (rqst-sub) to rvrx-posting-date.
           move rqtb-kode-n (rqst-sub) to rvrx-trans-kode.
           move rqtb-amount (rqst-sub) to rvrx-posted-amount.
           move "y" to reversal-found-switch.
           perform find-reversal thru find-reversal-end
                   until not reversal-found
                      or reversals-on-file = 999.
       count-reversals-end.
           exit.

       find-reversal.
           compute rvrx-occurrence = reversals-on-file + 1.
           read xref-file
               invalid key
                  move "n" to reversal-found-switch
                  go to find-reversal-end.
           add 1 to reversals-on-file.
       find-reversal-end.
           exit.

      *
      *  The posting run rejects anything against an account that is
      *  not on the master or not active, so a reversal generated
      *  for one would only bounce - it is refused here instead.
      *  The master also supplies the account's currency, which is
      *  the currency the audit amounts are in.
      *
       check-master-account.
           move spaces to listing-disposition.
           move rqtb-account-n (rqst-sub) to mstr-account-number.
           move "y" to account-found-switch.
           read master-file
               invalid key move "n" to account-found-switch.
           if not account-found
              move "REFUSED - ACCOUNT NOT ON MASTER"
                  to listing-disposition
              go to check-master-account-end.
           if mstr-inactive
              move "REFUSED - ACCOUNT INACTIVE"
                  to listing-disposition.
       check-master-account-end.
           exit.

       write-xref-record.
           move spaces to reversal-xref-record.
           move rqtb-account-n (rqst-sub) to rvrx-account-number.
           move rqtb-date-n (rqst-sub) to rvrx-posting-date.
           move rqtb-kode-n (rqst-sub) to rvrx-trans-kode.
           move rqtb-amount (rqst-sub) to rvrx-posted-amount.
           move reversal-occurrence to rvrx-occurrence.
           move business-date to rvrx-reversal-date.
           move reversal-batch-number to rvrx-batch-number.
           move mstr-currency-code to rvrx-currency-code.
           move rqtb-requested-by (rqst-sub) to rvrx-requested-by.
           write reversal-xref-record
               invalid key
                  move "REFUSED - CROSS-REFERENCE WRITE"
                      to listing-disposition.
       write-xref-record-end.
           exit.

      *
      *  The offsetting transaction - the original kode with the
      *  amount negated, in the account's currency, dated the
      *  business date so the posting run's staleness and future-
      *  date checks both pass.
      *
       write-reversal-transaction.
           move spaces to tranx-record.
           move rqtb-kode-n (rqst-sub) to trans-kode.
           move rqtb-account-n (rqst-sub) to account-number.
           compute trans-amount = zero - rqtb-amount (rqst-sub).
           move business-date to trans-date.
           move zero to trans-contra-account.
           move mstr-currency-code to trans-currency-code.
           add 1 to generated-count.
           add trans-kode to generated-kode-hash.
           add trans-amount to generated-amount-total.
           add 1 to reversals-generated.
           write tranx-record.
       write-reversal-transaction-end.
           exit.

       write-listing-line.
           move spaces to listing-line.
           move rqtb-account (rqst-sub) to lst-account.
           move rqtb-date (rqst-sub) to lst-posting-date.
           move rqtb-kode (rqst-sub) to lst-kode.
           move rqtb-amount (rqst-sub) to lst-amount.
           if reversal-occurrence > zero
              move reversal-occurrence to lst-occurrence.
           move listing-disposition to lst-disposition.
           perform format-listing-amount thru
                   format-listing-amount-end.
           write listing-line.
       write-listing-line-end.
           exit.

       write-batch-header.
           move zero to outh-record-kode.
           move reversal-batch-number to outh-batch-number.
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
           move reversal-batch-number to outt-batch-number.
           move generated-count to outt-count.
           move generated-kode-hash to outt-kode-hash.
           move generated-amount-total to outt-amount.
           write tranx-record from out-batch-trailer.
           if requests-over-max > zero
              move spaces to header-line
              string "REQUEST TABLE FULL - LATER CARDS NOT "
                     "PROCESSED - RESUBMIT THEM NEXT RUN"
                     delimited by size into header-line
              write header-line.
           move spaces to total-line.
           move "REQUEST CARDS READ" to tot-label.
           move requests-read to tot-value.
           write total-line.
           move spaces to total-line.
           move "REVERSALS GENERATED" to tot-label.
           move reversals-generated to tot-value.
           write total-line.
           move spaces to total-line.
           move "REQUESTS REFUSED" to tot-label.
           move requests-refused to tot-value.
           write total-line.
           move spaces to total-line.
           move "CARDS NOT PROCESSED - TABLE FULL" to tot-label.
           move requests-over-max to tot-value.
           write total-line.
           move spaces to total-line.
           move "AUDIT RECORDS SEARCHED" to tot-label.
           move audit-records-searched to tot-value.
           write total-line.
           move spaces to balance-line.
           move "BATCH AMOUNT TOTAL (TRAILER)" to bal-label.
           move generated-amount-total to bal-amount.
           perform format-balance-amount thru
                   format-balance-amount-end.
           write balance-line.
           if request-file-status = "00"
              close request-file.
           close xref-file.
           close master-file.
           close batch-file.
           close listing-file.
           perform stamp-run-complete thru stamp-run-complete-end.
           display "RVRSGEN: REVERSAL BATCH COMPLETE" upon crt.
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
           move "RVRSGEN" to jlog-program.
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
           move "RVRSGEN" to jlog-program.
           move business-date to jlog-business-date.
           set jlog-finished to true.
           move job-start-date to jlog-start-date.
           move job-start-time to jlog-start-time.
           move job-clock-date-n to jlog-end-date.
           move job-clock-time to jlog-end-time.
           move requests-read to jlog-records-read.
           move reversals-generated to jlog-records-written.
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
