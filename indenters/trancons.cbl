      * the locally generated batches are copied to one combined
      * transaction file in arrival order (upstream first, then
      * resubmits, adjustments, suspense releases, the accrual
      * batch, the console-keyed batch, the standing-instruction
      * batch and the reversal batch, each in its own file order),
      * under a rebuilt header and trailer whose count, kode-hash
      * and amount cover the combined content.  The ballasted
      * sources (upstream, accrual, keyed, standing-instruction,
      * reversal) are each proved against their own trailer before
      * their content is vouched for, and those headers/trailers
      * are stripped - the combined file carries exactly one of
      * each.  The listing
      * shows each source's contribution so the combined file still
      * ties back to its parts, and any source that disagrees with
      * its own trailer holds the stream at return code 8.
      *           figures, so they reach the posting run without an
      *           operator overriding the run-log guards for a
      *           second same-date pass
      *   dlb   - the standing-instruction batch (SINSBTCH, cut by
      *           sinsgen) rides the same way, after the keyed batch
      *   dlb   - batch-window timing: a start record and a finish
      *           record (JLOGREC) with records read and written and
      *           the return code are appended to JOBLOG
      *   dlb   - the reversal batch (RVRSBTCH, cut by rvrsgen) rides
      *           the same way, after the standing-instruction batch
      *
       identification division.
       program-id.     trancons.
           select keyed-batch-file assign to "KEYEDTRN"
                                organization is sequential
                                file status is keyed-batch-status.
           select instruction-batch-file assign to "SINSBTCH"
                                organization is sequential
                                file status is instruction-batch-status.
           select reversal-batch-file assign to "RVRSBTCH"
                                organization is sequential
                                file status is reversal-batch-status.
           select combined-file assign to "TRANCOMB"
                                organization is sequential.
           select listing-file  assign to "CONSLIST"
           select control-file  assign to "CTLFILE"
                                organization is sequential
                                file status is control-file-status.
           select job-log-file  assign to "JOBLOG"
                                organization is sequential
                                file status is job-log-status.

       data division.
       file section.
                         ==btrl-expected-amount==
                      by ==kybt-expected-amount==.

       fd  instruction-batch-file
           label records are standard.
           copy tranxrec
               replacing ==tranx-record==
                      by ==stin-tranx-record==
                         ==trans-kode==
                      by ==stin-kode==
                         ==valid-kode==
                      by ==stin-valid-kode==
                         ==invalid-kode==
                      by ==stin-invalid-kode==
                         ==create==
                      by ==stin-create==
                         ==modify-trans==
                      by ==stin-modify==
                         ==inquire-trans==
                      by ==stin-inquire==
                         ==destroy-trans==
                      by ==stin-destroy==
                         ==account-number==
                      by ==stin-account==
                         ==trans-amount==
                      by ==stin-amount==
                         ==trans-date==
                      by ==stin-date==
                         ==debit-kode==
                      by ==stin-debit-kode==
                         ==credit-kode==
                      by ==stin-credit-kode==
                         ==trans-release-flag==
                      by ==stin-release-flag==
                         ==limit-release==
                      by ==stin-limit-release==.
           copy btchrec
               replacing ==batch-header-record==
                      by ==stin-batch-header==
                         ==bhdr-record-kode==
                      by ==stbh-record-kode==
                         ==bhdr-header==
                      by ==stbh-header==
                         ==bhdr-batch-number==
                      by ==stbh-batch-number==
                         ==bhdr-creation-date==
                      by ==stbh-creation-date==
                         ==batch-trailer-record==
                      by ==stin-batch-trailer==
                         ==btrl-record-kode==
                      by ==stbt-record-kode==
                         ==btrl-trailer==
                      by ==stbt-trailer==
                         ==btrl-batch-number==
                      by ==stbt-batch-number==
                         ==btrl-expected-count==
                      by ==stbt-expected-count==
                         ==btrl-expected-kode-hash==
                      by ==stbt-expected-kode-hash==
                         ==btrl-expected-amount==
                      by ==stbt-expected-amount==.

       fd  reversal-batch-file
           label records are standard.
           copy tranxrec
               replacing ==tranx-record==
                      by ==revb-tranx-record==
                         ==trans-kode==
                      by ==revb-kode==
                         ==valid-kode==
                      by ==revb-valid-kode==
                         ==invalid-kode==
                      by ==revb-invalid-kode==
                         ==create==
                      by ==revb-create==
                         ==modify-trans==
                      by ==revb-modify==
                         ==inquire-trans==
                      by ==revb-inquire==
                         ==destroy-trans==
                      by ==revb-destroy==
                         ==account-number==
                      by ==revb-account==
                         ==trans-amount==
                      by ==revb-amount==
                         ==trans-date==
                      by ==revb-date==
                         ==debit-kode==
                      by ==revb-debit-kode==
                         ==credit-kode==
                      by ==revb-credit-kode==
                         ==trans-release-flag==
                      by ==revb-release-flag==
                         ==limit-release==
                      by ==revb-limit-release==.
           copy btchrec
               replacing ==batch-header-record==
                      by ==revb-batch-header==
                         ==bhdr-record-kode==
                      by ==rvbh-record-kode==
                         ==bhdr-header==
                      by ==rvbh-header==
                         ==bhdr-batch-number==
                      by ==rvbh-batch-number==
                         ==bhdr-creation-date==
                      by ==rvbh-creation-date==
                         ==batch-trailer-record==
                      by ==revb-batch-trailer==
                         ==btrl-record-kode==
                      by ==rvbt-record-kode==
                         ==btrl-trailer==
                      by ==rvbt-trailer==
                         ==btrl-batch-number==
                      by ==rvbt-batch-number==
                         ==btrl-expected-count==
                      by ==rvbt-expected-count==
                         ==btrl-expected-kode-hash==
                      by ==rvbt-expected-kode-hash==
                         ==btrl-expected-amount==
                      by ==rvbt-expected-amount==.

       fd  combined-file
           label records are standard.
           copy tranxrec
           label records are standard.
           copy ctlprec.

       fd  job-log-file
           label records are standard.
           copy jlogrec.

       working-storage section.
       77  upstream-eof-switch     pic x(01)  value "n".
       88  upstream-eof                       value "y".
       88  keyed-batch-opened                   value "y".
       77  keyed-eof-switch        pic x(01)  value "n".
       88  keyed-eof                          value "y".
       77  instruction-batch-status pic x(02).
       77  instruction-batch-opened-switch pic x(01) value "n".
       88  instruction-batch-opened                   value "y".
       77  instruction-eof-switch  pic x(01)  value "n".
       88  instruction-eof                    value "y".
       77  reversal-batch-status   pic x(02).
       77  reversal-batch-opened-switch pic x(01) value "n".
       88  reversal-batch-opened                   value "y".
       77  reversal-eof-switch     pic x(01)  value "n".
       88  reversal-eof                       value "y".

      *
      *  Per-source and combined control figures - the listing shows
       77  keyd-count              pic 9(08)  comp value zero.
       77  keyd-kode-hash          pic 9(09)  comp value zero.
       77  keyd-amount-total       pic s9(11)v99 comp-3 value zero.
       77  stin-count              pic 9(08)  comp value zero.
       77  stin-kode-hash          pic 9(09)  comp value zero.
       77  stin-amount-total       pic s9(11)v99 comp-3 value zero.
       77  revb-count              pic 9(08)  comp value zero.
       77  revb-kode-hash          pic 9(09)  comp value zero.
       77  revb-amount-total       pic s9(11)v99 comp-3 value zero.
       77  comb-count              pic 9(08)  comp value zero.
       77  comb-kode-hash          pic 9(09)  comp value zero.
       77  comb-amount-total       pic s9(11)v99 comp-3 value zero.
       77  keyd-expected-count     pic 9(08)  comp value zero.
       77  keyd-expected-kode-hash pic 9(09)  comp value zero.
       77  keyd-expected-amount    pic s9(11)v99 comp-3 value zero.
       77  stin-records-read       pic 9(08)  comp value zero.
       77  stin-trailer-switch     pic x(01)  value "n".
       88  stin-trailer-seen                  value "y".
       77  stin-expected-count     pic 9(08)  comp value zero.
       77  stin-expected-kode-hash pic 9(09)  comp value zero.
       77  stin-expected-amount    pic s9(11)v99 comp-3 value zero.
       77  revb-records-read       pic 9(08)  comp value zero.
       77  revb-trailer-switch     pic x(01)  value "n".
       88  revb-trailer-seen                  value "y".
       77  revb-expected-count     pic 9(08)  comp value zero.
       77  revb-expected-kode-hash pic 9(09)  comp value zero.
       77  revb-expected-amount    pic s9(11)v99 comp-3 value zero.

       77  batch-number-in         pic 9(06)  value zero.
       77  batch-header-switch     pic x(01)  value "n".
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
                   consolidate-accrual-batch-end.
           perform consolidate-keyed-batch thru
                   consolidate-keyed-batch-end.
           perform consolidate-instruction-batch thru
                   consolidate-instruction-batch-end.
           perform consolidate-reversal-batch thru
                   consolidate-reversal-batch-end.
           perform write-combined-trailer thru
                   write-combined-trailer-end.
           perform terminate-run thru terminate-run-end.
           perform log-job-finish thru log-job-finish-end.
           stop run.

      *
       initialize-run.
           perform read-run-control thru read-run-control-end.
           perform read-business-date thru read-business-date-end.
           perform log-job-start thru log-job-start-end.
           open input upstream-file.
           move spaces to resubmit-file-status.
           open input resubmit-file.
              move "y" to keyed-batch-opened-switch
           else
              move "y" to keyed-eof-switch.
           move spaces to instruction-batch-status.
           open input instruction-batch-file.
           if instruction-batch-status = "00"
              move "y" to instruction-batch-opened-switch
           else
              move "y" to instruction-eof-switch.
           move spaces to reversal-batch-status.
           open input reversal-batch-file.
           if reversal-batch-status = "00"
              move "y" to reversal-batch-opened-switch
           else
              move "y" to reversal-eof-switch.
           open output combined-file.
           open output listing-file.
           move spaces to header-line.
       verify-keyed-balance-end.
           exit.

      *
      *  The standing-instruction batch rides the same way.  A day
      *  with nothing due still gets an empty ballasted batch from
      *  sinsgen, and a missing file is simply no contribution.
      *
       consolidate-instruction-batch.
           perform read-instruction thru read-instruction-end.
           perform copy-instruction-record thru
                   copy-instruction-record-end
                   until instruction-eof.
           perform verify-instruction-balance thru
                   verify-instruction-balance-end.
           move spaces to source-line.
           move "STANDING INSTRUCTIONS" to src-label.
           move stin-count        to src-count.
           move stin-kode-hash    to src-hash.
           move stin-amount-total to src-amount.
           perform format-source-amount thru
                   format-source-amount-end.
           write source-line.
       consolidate-instruction-batch-end.
           exit.

       read-instruction.
           if not instruction-eof
              read instruction-batch-file
                  at end move "y" to instruction-eof-switch.
       read-instruction-end.
           exit.

       copy-instruction-record.
           add 1 to stin-records-read.
           if stbh-header
              go to copy-instruction-record-next.
           if stbt-trailer
              move "y" to stin-trailer-switch
              move stbt-expected-count to stin-expected-count
              move stbt-expected-kode-hash
                  to stin-expected-kode-hash
              move stbt-expected-amount to stin-expected-amount
              go to copy-instruction-record-next.
           add 1 to stin-count.
           add stin-kode to stin-kode-hash.
           add stin-amount to stin-amount-total.
           write comb-tranx-record from stin-tranx-record.
       copy-instruction-record-next.
           perform read-instruction thru read-instruction-end.
       copy-instruction-record-end.
           exit.

       verify-instruction-balance.
           if stin-records-read = zero
              go to verify-instruction-balance-end.
           if not stin-trailer-seen
              move "y" to balance-hold-switch
              move spaces to header-line
              string "NO TRAILER ON STANDING-INSTRUCTION BATCH - "
                     "CANNOT PROVE IT COMPLETE - STREAM HELD"
                     delimited by size into header-line
              write header-line
              go to verify-instruction-balance-end.
           if stin-expected-count not = stin-count
              or stin-expected-kode-hash not = stin-kode-hash
              or stin-expected-amount not = stin-amount-total
              move "y" to balance-hold-switch
              move spaces to source-line
              move "INSTRUCTION TRAILER EXP" to src-label
              move stin-expected-count     to src-count
              move stin-expected-kode-hash to src-hash
              move stin-expected-amount    to src-amount
              perform format-source-amount thru
                      format-source-amount-end
              write source-line
              move spaces to header-line
              string "STANDING-INSTRUCTION BATCH OUT OF BALANCE "
                     "WITH ITS TRAILER - STREAM HELD"
                     delimited by size into header-line
              write header-line.
       verify-instruction-balance-end.
           exit.

      *
      *  The reversal batch rides the same way.  A day with no
      *  reversal requests still gets an empty ballasted batch from
      *  rvrsgen, and a missing file is simply no contribution.
      *
       consolidate-reversal-batch.
           perform read-reversal thru read-reversal-end.
           perform copy-reversal-record thru
                   copy-reversal-record-end
                   until reversal-eof.
           perform verify-reversal-balance thru
                   verify-reversal-balance-end.
           move spaces to source-line.
           move "REVERSALS" to src-label.
           move revb-count        to src-count.
           move revb-kode-hash    to src-hash.
           move revb-amount-total to src-amount.
           perform format-source-amount thru
                   format-source-amount-end.
           write source-line.
       consolidate-reversal-batch-end.
           exit.

       read-reversal.
           if not reversal-eof
              read reversal-batch-file
                  at end move "y" to reversal-eof-switch.
       read-reversal-end.
           exit.

       copy-reversal-record.
           add 1 to revb-records-read.
           if rvbh-header
              go to copy-reversal-record-next.
           if rvbt-trailer
              move "y" to revb-trailer-switch
              move rvbt-expected-count to revb-expected-count
              move rvbt-expected-kode-hash
                  to revb-expected-kode-hash
              move rvbt-expected-amount to revb-expected-amount
              go to copy-reversal-record-next.
           add 1 to revb-count.
           add revb-kode to revb-kode-hash.
           add revb-amount to revb-amount-total.
           write comb-tranx-record from revb-tranx-record.
       copy-reversal-record-next.
           perform read-reversal thru read-reversal-end.
       copy-reversal-record-end.
           exit.

       verify-reversal-balance.
           if revb-records-read = zero
              go to verify-reversal-balance-end.
           if not revb-trailer-seen
              move "y" to balance-hold-switch
              move spaces to header-line
              string "NO TRAILER ON REVERSAL BATCH - CANNOT "
                     "PROVE IT COMPLETE - STREAM HELD"
                     delimited by size into header-line
              write header-line
              go to verify-reversal-balance-end.
           if revb-expected-count not = revb-count
              or revb-expected-kode-hash not = revb-kode-hash
              or revb-expected-amount not = revb-amount-total
              move "y" to balance-hold-switch
              move spaces to source-line
              move "REVERSAL TRAILER EXP" to src-label
              move revb-expected-count     to src-count
              move revb-expected-kode-hash to src-hash
              move revb-expected-amount    to src-amount
              perform format-source-amount thru
                      format-source-amount-end
              write source-line
              move spaces to header-line
              string "REVERSAL BATCH OUT OF BALANCE WITH ITS "
                     "TRAILER - STREAM HELD"
                     delimited by size into header-line
              write header-line.
       verify-reversal-balance-end.
           exit.

      *
      *  The combined header carries the upstream batch's number (a
      *  day with no upstream header gets batch zero and a note -
       write-combined-trailer.
           compute comb-count =
                   upst-count + resu-count + adjr-count
                   + susr-count + acru-count + keyd-count
                   + stin-count + revb-count.
           compute comb-kode-hash =
                   upst-kode-hash + resu-kode-hash
                   + adjr-kode-hash + susr-kode-hash
                   + acru-kode-hash + keyd-kode-hash
                   + stin-kode-hash + revb-kode-hash.
           compute comb-amount-total =
                   upst-amount-total + resu-amount-total
                   + adjr-amount-total + susr-amount-total
                   + acru-amount-total + keyd-amount-total
                   + stin-amount-total + revb-amount-total.
           move 99 to outt-record-kode.
           move batch-number-in to outt-batch-number.
           move comb-count to outt-count.
              close accrual-batch-file.
           if keyed-batch-opened
              close keyed-batch-file.
           if instruction-batch-opened
              close instruction-batch-file.
           if reversal-batch-opened
              close reversal-batch-file.
           close combined-file.
           close listing-file.
           if balance-hold
              display "TRANCONS: CONSOLIDATION COMPLETE" upon crt.
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
           move "TRANCONS" to jlog-program.
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
           move "TRANCONS" to jlog-program.
           move business-date to jlog-business-date.
           set jlog-finished to true.
           move job-start-date to jlog-start-date.
           move job-start-time to jlog-start-time.
           move job-clock-date-n to jlog-end-date.
           move job-clock-time to jlog-end-time.
           compute jlog-records-read =
                   upst-count + resu-count + adjr-count + susr-count
                   + acru-count + keyd-count + stin-count
                   + revb-count.
           move comb-count to jlog-records-written.
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
