      *           plus a companion print summary; the file is recut
      *           empty at start of run so an abended day ships no
      *           extract at all rather than a partial or stale one
      *   dlb   - a code 10 create is now rejected (reason 008) unless
      *           the account-holder profile (PROFREC) is already on
      *           the profile file, so no account reaches the master
      *           without a name and address behind it
      *   dlb   - kode 16 account-to-account transfer: the account
      *           number is debited and trans-contra-account credited
      *           as one unit - both sides are checked (existence,
      *           status, posting limits) before either is written,
      *           a breach on either side suspends the pair as one
      *           item, a failed second rewrite puts the first side
      *           back and rejects the pair, and each side gets a
      *           TRANSFER audit record naming the other account; the
      *           register and GL extract carry transfers under their
      *           own kode with equal debit and credit sides
      *   dlb   - legal holds (HOLDREC): a debit-kode posting, or the
      *           debit side of a transfer, against an account with a
      *           hold in force is rejected (reason 010) when the
      *           amount is not covered by the balance left over the
      *           held amount - or at all when the hold freezes the
      *           whole account; credits still post
      *   dlb   - batch-window timing: a start record and a finish
      *           record (JLOGREC) with records read and written and
      *           the return code are appended to JOBLOG
      *   dlb   - multi-currency accounts: a transaction in another
      *           currency than its account's is converted at the
      *           exchange rate in force on the business date
      *           (XRATREC) before anything judges it, and refused
      *           (reason 011) when either currency has no rate, the
      *           converted amount will not fit, or a transfer's two
      *           accounts are held in different currencies; a
      *           create opens the account in the transaction's
      *           currency; the register and control report show
      *           each currency's postings with their house-currency
      *           equivalent, the register's kode lines now total in
      *           the house currency, and the summary roll and GL
      *           extract carry figures by kode and currency
      *   dlb   - every audit record carries the currency the account
      *           is held in, so master recovery rebuilds it in that
      *           currency
      *   dlb   - an ordinary posting is judged against a legal hold
      *           by which way it moves the balance, not by its kode:
      *           a debit kode with a negative amount (a reversed
      *           fee) posts like a credit and is not judged, a
      *           credit kode with a negative amount (a reversed
      *           payment) posts like a debit and is; transfer
      *           netting totals each side from its own leg
      *
       identification division.
       program-id.     level88.
           select override-file assign to "OVRDCARD"
                               organization is sequential
                               file status is override-file-status.
           select profile-file assign to "PROFFILE"
                               organization is indexed
                               access mode is random
                               record key is prof-account-number
                               file status is profile-file-status.
           select hold-file    assign to "HOLDFILE"
                               organization is indexed
                               access mode is random
                               record key is hold-account-number
                               file status is hold-file-status.
           select exchange-rate-file assign to "XRATFILE"
                               organization is sequential
                               file status is exchange-rate-status.
           select sort-work-file assign to "SRTWK01".
           select job-log-file assign to "JOBLOG"
                               organization is sequential
                               file status is job-log-status.

       data division.
       file section.
           05  bal-label           pic x(40).
           05  bal-amount          pic z.zzz.zzz.zzz.zz9,99-.
           05  filler              pic x(19).
       01  currency-detail-line.
           05  filler              pic x(05).
           05  cdt-currency        pic x(03).
           05  filler              pic x(02).
           05  cdt-kode            pic zz9.
           05  cdt-kode-x redefines cdt-kode
                                   pic x(03).
           05  filler              pic x(02).
           05  cdt-count           pic zz.zz9.
           05  filler              pic x(02).
           05  cdt-total           pic z.zzz.zzz.zzz.zz9,99-.
           05  filler              pic x(02).
           05  cdt-house           pic z.zzz.zzz.zzz.zz9,99-.
           05  filler              pic x(13).
       01  gl-summary-line.
           05  filler              pic x(01).
           05  gls-currency        pic x(03).
           05  filler              pic x(01).
           05  gls-kode            pic zz9.
           05  gls-kode-x redefines gls-kode
                                   pic x(03).
           05  filler              pic x(03).
           05  gls-count           pic zz.zz9.
           05  gls-count-x redefines gls-count
                                   pic x(06).
           05  filler              pic x(03).
           05  gls-debit           pic z.zzz.zzz.zz9,99-.
           05  filler              pic x(03).
           label records are standard.
           copy ovrdrec.

       fd  profile-file
           label records are standard.
           copy profrec.

       fd  hold-file
           label records are standard.
           copy holdrec.

       fd  exchange-rate-file
           label records are standard.
           copy xratrec.

      *
      *  High-volume mode sorts the day's detail transactions into
      *  account/arrival-sequence order.  The transaction rides
       01  sort-work-record.
           05  srt-account         pic 9(09).
           05  srt-sequence        pic 9(09).
           05  srt-tranx-image     pic x(41).

       fd  job-log-file
           label records are standard.
           copy jlogrec.

       working-storage section.
       77  eof-switch          pic x(01)   value "n".
       77  grand-count         pic 9(05)   comp    value zero.
       77  grand-total         pic s9(09)v99 comp-3 value zero.

      *
      *  The register's kode totals are house-currency equivalents -
      *  each currency's own figures are kept by kode in the
      *  currency register below.
      *
       01  register-table.
           05  register-entry  occurs 99 times.
               10  reg-count   pic 9(05)     comp.
       77  breach-limit-value            pic s9(09)v99 comp-3.
       77  would-be-balance              pic s9(10)v99 comp-3.
       77  abs-post-amount               pic 9(07)v99 comp-3.
       77  limit-account                 pic 9(09).
       77  limit-side-switch             pic x(01).
       88  limit-debit-side                         value "D".
       88  limit-credit-side                        value "C".
       77  suspended-count               pic 9(07)  comp value zero.
       77  suspended-amount-total        pic s9(11)v99 comp-3
                                                    value zero.

      *
      *  Account-to-account transfers.  Both master records are read
      *  and judged before either is written, so each side's record
      *  is kept here as it stood beforehand - the debit side's is
      *  what a failed credit-side rewrite puts back.  The side
      *  totals feed the register's and GL extract's proof that
      *  transfers net to zero.
      *
       copy mstrrec
           replacing ==master-record==
                  by ==xfer-debit-record==
                     ==mstr-account-number==
                  by ==xdr-account-number==
                     ==mstr-status==
                  by ==xdr-status==
                     ==mstr-active==
                  by ==xdr-active==
                     ==mstr-inactive==
                  by ==xdr-inactive==
                     ==mstr-amount==
                  by ==xdr-amount==
                     ==mstr-last-trans-date==
                  by ==xdr-last-trans-date==
                     ==mstr-last-trans-kode==
                  by ==xdr-last-trans-kode==
                     ==mstr-currency-code==
                  by ==xdr-currency-code==.
       copy mstrrec
           replacing ==master-record==
                  by ==xfer-credit-record==
                     ==mstr-account-number==
                  by ==xcr-account-number==
                     ==mstr-status==
                  by ==xcr-status==
                     ==mstr-active==
                  by ==xcr-active==
                     ==mstr-inactive==
                  by ==xcr-inactive==
                     ==mstr-amount==
                  by ==xcr-amount==
                     ==mstr-last-trans-date==
                  by ==xcr-last-trans-date==
                     ==mstr-last-trans-kode==
                  by ==xcr-last-trans-kode==
                     ==mstr-currency-code==
                  by ==xcr-currency-code==.
       77  xfer-debit-total              pic s9(11)v99 comp-3
                                                    value zero.
       77  xfer-credit-total             pic s9(11)v99 comp-3
                                                    value zero.
       77  xfer-debit-equivalent         pic s9(11)v99 comp-3.
       77  xfer-credit-equivalent        pic s9(11)v99 comp-3.
       77  xfer-net-total                pic s9(11)v99 comp-3
                                                    value zero.

      *
      *  Account-holder profiles.  A create needs the account's
      *  profile on file first; a missing profile file means no
      *  account has one, so every create is rejected until the
      *  profile maintenance run has been run.
      *
       77  profile-file-status           pic x(02).
       77  profiles-present-switch       pic x(01)  value "n".
       88  profiles-present                         value "y".
       77  profile-found-switch          pic x(01).
       88  profile-found                            value "y".

      *
      *  Legal holds.  A missing hold file means no account is under
      *  hold.  Only the hold maintenance run writes the file.
      *
       77  hold-file-status              pic x(02).
       77  holds-present-switch          pic x(01)  value "n".
       88  holds-present                            value "y".
       77  hold-breach-switch            pic x(01).
       88  hold-breached                            value "y".
       77  debit-effect-switch           pic x(01).
       88  debit-effect                             value "y".
       77  unheld-balance                pic s9(10)v99 comp-3.

      *
      *  Currencies.  A blank currency on an account or transaction
      *  means the house currency off the control record.  The table
      *  holds the house currency (always first, at a rate of one),
      *  every currency with a rate in force on the business date,
      *  and any currency the posting-summary master already
      *  carries - a currency whose rate is zero has no rate today.
      *  The currency register and the summary table are laid out
      *  by the same slot, so each currency's figures sit under its
      *  own entry.  The summary's currencies are taken in at start
      *  of run, so a full table stops the run before anything posts
      *  rather than at the end-of-run roll.
      *
       77  exchange-rate-status          pic x(02).
       77  exchange-rate-eof-switch      pic x(01)  value "n".
       88  exchange-rate-eof                        value "y".
       77  house-currency                pic x(03)  value spaces.
       77  currency-wanted               pic x(03).
       77  currency-loaded               pic 9(02)  comp value zero.
       77  currency-max                  pic 9(02)  comp value 30.
       77  currency-sub                  pic 9(02)  comp.
       77  currency-found-sub            pic 9(02)  comp.
       01  currency-table.
           05  currency-entry            occurs 30 times.
               10  curt-code             pic x(03).
               10  curt-rate-date        pic 9(08).
               10  curt-rate             pic 9(05)v9(06) comp-3.
       01  currency-register-table.
           05  currency-register         occurs 30 times.
               10  currency-kode-entry   occurs 99 times.
                   15  crg-count         pic 9(05)     comp.
                   15  crg-total         pic s9(09)v99 comp-3.
                   15  crg-house         pic s9(11)v99 comp-3.
       77  crg-sub                       pic 9(02)  comp.
       77  currency-line-count           pic 9(07)  comp.
       77  currency-line-total           pic s9(11)v99 comp-3.
       77  currency-line-house           pic s9(13)v99 comp-3.
      *
      *  The transaction is brought into its account's currency
      *  before anything judges it; the image as it arrived is kept
      *  so a reject carries what was actually sent.
      *
       77  account-currency              pic x(03).
       77  account-currency-sub          pic 9(02)  comp.
       77  currency-reject-switch        pic x(01).
       88  currency-rejected                        value "y".
       77  currency-converted-switch     pic x(01)  value "n".
       88  currency-converted                       value "y".
       77  entry-trans-amount            pic s9(07)v99.
       77  entry-currency-code           pic x(03).
       77  converted-amount              pic s9(07)v99.
       77  house-equivalent              pic s9(11)v99 comp-3.
       77  currency-reject-count         pic 9(07)  comp value zero.

      *
      *  GL interface extract state - built from the register table
      *  at the end of a clean run, with each kode's amount in the
      *  debit or credit bucket its kode belongs to.
      *
       77  glx-sub                       pic 9(02)  comp.
       77  glx-currency                  pic 9(02)  comp.
       77  gl-detail-count               pic 9(07)  comp value zero.
       77  gl-debit-total                pic s9(11)v99 comp-3
                                                    value zero.
       77  gl-credit-total               pic s9(11)v99 comp-3
                                                    value zero.
       77  gl-house-debit-total          pic s9(11)v99 comp-3
                                                    value zero.
       77  gl-house-credit-total         pic s9(11)v99 comp-3
                                                    value zero.

      *
      *  Master-file control figures.  Every successful master
       77  summary-eof-switch            pic x(01).
       88  summary-eof                              value "y".
       77  sum-sub                       pic 9(02)  comp.
       77  sum-currency                  pic 9(02)  comp.
       01  summary-table.
           05  summary-currency          occurs 30 times.
               10  summary-entry         occurs 99 times.
                   15  smt-mtd-count     pic 9(07)     comp.
                   15  smt-mtd-amount    pic s9(11)v99 comp-3.
                   15  smt-mtd-house     pic s9(11)v99 comp-3.
                   15  smt-ytd-count     pic 9(09)     comp.
                   15  smt-ytd-amount    pic s9(13)v99 comp-3.
                   15  smt-ytd-house     pic s9(13)v99 comp-3.

      *
      *  Run-log sequencing guard state.  The log is scanned at
       77  hv-new-switch                 pic x(01)  value "n".
       88  hv-master-new                            value "y".

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
                      process-transactions-end
                      until end-of-file.
           perform terminate-run thru terminate-run-end.
           perform log-job-finish thru log-job-finish-end.
           stop run.

      *
       initialize-run.
           initialize register-table.
           initialize currency-register-table.
           perform read-run-control thru read-run-control-end.
           if ctlp-high-volume
              move "H" to run-posting-mode
              move "S" to run-posting-mode.
           perform read-processing-calendar thru
                   read-processing-calendar-end.
           perform log-job-start thru log-job-start-end.
           perform check-run-sequence thru check-run-sequence-end.
           perform load-exchange-rates thru load-exchange-rates-end.
           perform note-summary-currencies thru
                   note-summary-currencies-end.
           perform reset-print-file thru reset-print-file-end.
           perform reset-gl-extract thru reset-gl-extract-end.
           move "LEVEL88 RUN STARTING" to run-message-text.
           open input limits-file.
           if limits-file-status = "00"
              move "y" to limits-present-switch.
           move spaces to profile-file-status.
           open input profile-file.
           if profile-file-status = "00"
              move "y" to profiles-present-switch
           else
              display "LEVEL88: NO ACCOUNT PROFILE FILE - CREATES "
                      "WILL BE REJECTED" upon crt.
           move spaces to hold-file-status.
           open input hold-file.
           if hold-file-status = "00"
              move "y" to holds-present-switch.
           perform read-restart-checkpoint thru
                   read-restart-checkpoint-end.
       initialize-run-end.
           move "CRT" to ctlp-console-device.
           move zero  to ctlp-stale-days.
           move space to ctlp-posting-mode.
           move spaces to ctlp-house-currency.
           move "n" to control-file-opened-switch.
           move spaces to control-file-status.
           open input control-file.
       load-calendar-day-end.
           exit.

      *
      *  Exchange rates in force on the business date - for each
      *  currency the record with the latest effective date not
      *  after it.  Records for the house currency, dated later, or
      *  with no usable rate are passed over.  A missing rate file
      *  leaves only the house currency, so every posting in or to
      *  another currency is refused until operations loads one.
      *
       load-exchange-rates.
           initialize currency-table.
           move zero to currency-loaded.
           move ctlp-house-currency to house-currency.
           move house-currency to currency-wanted.
           perform add-currency thru add-currency-end.
           move business-date to curt-rate-date (1).
           move 1 to curt-rate (1).
           move "n" to exchange-rate-eof-switch.
           move spaces to exchange-rate-status.
           open input exchange-rate-file.
           if exchange-rate-status not = "00"
              display "LEVEL88: NO EXCHANGE RATE FILE - ONLY HOUSE "
                      "CURRENCY POSTINGS ACCEPTED" upon crt
              go to load-exchange-rates-end.
           perform load-exchange-rate thru load-exchange-rate-end
                   until exchange-rate-eof.
           close exchange-rate-file.
       load-exchange-rates-end.
           exit.

       load-exchange-rate.
           read exchange-rate-file
               at end
                  move "y" to exchange-rate-eof-switch
                  go to load-exchange-rate-end.
           if xrat-currency-code = spaces
              or xrat-currency-code = house-currency
              or xrat-effective-date not numeric
              or xrat-effective-date > business-date
              or xrat-house-rate not numeric
              or xrat-house-rate = zero
              go to load-exchange-rate-end.
           move xrat-currency-code to currency-wanted.
           perform find-currency thru find-currency-end.
           if currency-found-sub = zero
              perform add-currency thru add-currency-end.
           if currency-found-sub = zero
              display "LEVEL88: CURRENCY TABLE FULL - RATE FOR "
                      xrat-currency-code " IGNORED" upon crt
              go to load-exchange-rate-end.
           if xrat-effective-date not < curt-rate-date
                                            (currency-found-sub)
              move xrat-effective-date
                  to curt-rate-date (currency-found-sub)
              move xrat-house-rate to curt-rate (currency-found-sub).
       load-exchange-rate-end.
           exit.

      *
      *  Every currency already on the posting-summary master needs
      *  its slot before the run posts anything - the end-of-run
      *  roll must be able to carry all of them forward.
      *
       note-summary-currencies.
           move "n" to summary-eof-switch.
           move spaces to summary-file-status.
           open input summary-file.
           if summary-file-status not = "00"
              go to note-summary-currencies-end.
           perform note-summary-currency thru
                   note-summary-currency-end
                   until summary-eof.
           close summary-file.
       note-summary-currencies-end.
           exit.

       note-summary-currency.
           read summary-file
               at end
                  move "y" to summary-eof-switch
                  go to note-summary-currency-end.
           move sumr-currency-code to currency-wanted.
           if currency-wanted = spaces
              move house-currency to currency-wanted.
           perform find-currency thru find-currency-end.
           if currency-found-sub = zero
              perform add-currency thru add-currency-end.
           if currency-found-sub = zero
              display "LEVEL88: CURRENCY TABLE FULL - SUMMARY "
                      "CURRENCY " currency-wanted
                      " CANNOT BE CARRIED - RUN ABENDED" upon crt
              move 16 to return-code
              stop run.
       note-summary-currency-end.
           exit.

       find-currency.
           move zero to currency-found-sub.
           perform scan-currency thru scan-currency-end
                   varying currency-sub from 1 by 1
                   until currency-sub > currency-loaded
                      or currency-found-sub > zero.
       find-currency-end.
           exit.

       scan-currency.
           if curt-code (currency-sub) = currency-wanted
              move currency-sub to currency-found-sub.
       scan-currency-end.
           exit.

       add-currency.
           move zero to currency-found-sub.
           if currency-loaded >= currency-max
              go to add-currency-end.
           add 1 to currency-loaded.
           move currency-wanted to curt-code (currency-loaded).
           move zero to curt-rate-date (currency-loaded).
           move zero to curt-rate (currency-loaded).
           move currency-loaded to currency-found-sub.
       add-currency-end.
           exit.

      *
      *  Caller has moved the currency code to currency-wanted.  A
      *  blank code is taken as the house currency (and left in
      *  currency-wanted that way); a currency not in the table, or
      *  in it with no rate today, comes back with slot zero.
      *
       find-rated-currency.
           if currency-wanted = spaces
              move house-currency to currency-wanted.
           perform find-currency thru find-currency-end.
           if currency-found-sub > zero
              and curt-rate (currency-found-sub) = zero
              move zero to currency-found-sub.
       find-rated-currency-end.
           exit.

      *
      *  Run-log sequencing guard: tranedit must have completed for
      *  this business date (or the accepted file being posted is not
           exit.

      *
      *  GL interface extract - clean runs only, off the currency
      *  register, one detail per kode and currency that posted with
      *  the amount and its house equivalent in its kode's debit or
      *  credit bucket (a transfer has both, one per side, so its
      *  detail nets to zero), a trailer carrying the file's own
      *  control totals, and the same figures on the companion print
      *  summary for the operator - each line followed by its house
      *  equivalent when the currency is not the house currency.
      *
       write-gl-extract.
           open output gl-extract-file.
                   into header-line.
           write header-line.
           move spaces to header-line.
           string " CUR KODE     COUNT             DEBIT"
                  "              CREDIT" delimited by size
                   into header-line.
           write header-line.
           perform write-gl-currency thru write-gl-currency-end
                   varying glx-currency from 1 by 1
                   until glx-currency > currency-loaded.
           perform write-gl-trailer thru write-gl-trailer-end.
           close gl-extract-file.
           close print-file.
       write-gl-extract-end.
           exit.

       write-gl-currency.
           perform write-gl-detail thru write-gl-detail-end
                   varying glx-sub from 1 by 1
                   until glx-sub > 99.
       write-gl-currency-end.
           exit.

      *
      *  Transfers only ever run between accounts in one currency,
      *  so a transfer detail's debit and credit sides are equal.
      *
       write-gl-detail.
           if crg-count (glx-currency, glx-sub) = zero
              go to write-gl-detail-end.
           move spaces to gl-extract-record.
           set glex-detail to true.
           move business-date to glex-business-date.
           move batch-number-in to glex-batch-number.
           move glx-sub to glex-trans-kode.
           move curt-code (glx-currency) to glex-currency-code.
           move crg-count (glx-currency, glx-sub)
               to glex-posted-count.
           move zero to glex-debit-amount.
           move zero to glex-credit-amount.
           move zero to glex-house-debit.
           move zero to glex-house-credit.
           move glx-sub to trans-kode.
           if transfer-trans or debit-kode
              move crg-total (glx-currency, glx-sub)
                  to glex-debit-amount
              move crg-house (glx-currency, glx-sub)
                  to glex-house-debit.
           if transfer-trans or not debit-kode
              move crg-total (glx-currency, glx-sub)
                  to glex-credit-amount
              move crg-house (glx-currency, glx-sub)
                  to glex-house-credit.
           add glex-debit-amount to gl-debit-total.
           add glex-credit-amount to gl-credit-total.
           add glex-house-debit to gl-house-debit-total.
           add glex-house-credit to gl-house-credit-total.
           write gl-extract-record.
           add 1 to gl-detail-count.
           move spaces to gl-summary-line.
           move glex-currency-code to gls-currency.
           move glx-sub to gls-kode.
           move glex-posted-count to gls-count.
           move glex-debit-amount to gls-debit.
           move glex-credit-amount to gls-credit.
           perform format-gl-summary-amounts thru
                   format-gl-summary-amounts-end.
           write gl-summary-line.
           if glex-currency-code not = house-currency
              perform write-gl-house-line thru
                      write-gl-house-line-end.
       write-gl-detail-end.
           exit.

      *
      *  The house-equivalent line under a summary line - kode and
      *  count are left blank so it reads as belonging to the line
      *  above.
      *
       write-gl-house-line.
           move spaces to gl-summary-line.
           move house-currency to gls-currency.
           move spaces to gls-kode-x.
           move spaces to gls-count-x.
           move glex-house-debit to gls-debit.
           move glex-house-credit to gls-credit.
           perform format-gl-summary-amounts thru
                   format-gl-summary-amounts-end.
           write gl-summary-line.
       write-gl-house-line-end.
           exit.

       write-gl-trailer.
           move spaces to gl-extract-record.
           set glex-trailer to true.
           move gl-detail-count to glex-posted-count.
           move gl-debit-total to glex-debit-amount.
           move gl-credit-total to glex-credit-amount.
           move house-currency to glex-currency-code.
           move gl-house-debit-total to glex-house-debit.
           move gl-house-credit-total to glex-house-credit.
           write gl-extract-record.
           move spaces to gl-summary-line.
           move spaces to gls-currency.
           move zero to gls-kode.
           move gl-detail-count to gls-count.
           move gl-debit-total to gls-debit.
           perform format-gl-summary-amounts thru
                   format-gl-summary-amounts-end.
           write gl-summary-line.
           perform write-gl-house-line thru write-gl-house-line-end.
       write-gl-trailer-end.
           exit.

      *  Roll the register's posted figures into the posting-summary
      *  master's month-to-date buckets - clean runs only, so an
      *  abended run that will be rerun never double-rolls a day.
      *  The file is small (one record per kode and currency that
      *  has ever posted), so it is read whole, updated in the table
      *  and rewritten whole.  Its currencies were all given slots
      *  at start of run.
      *
       roll-summary-master.
           initialize summary-table.
                      load-summary-record-end
                      until summary-eof
              close summary-file.
           perform add-currency-to-summary thru
                   add-currency-to-summary-end
                   varying sum-currency from 1 by 1
                   until sum-currency > currency-loaded.
           open output summary-file.
           perform write-summary-currency thru
                   write-summary-currency-end
                   varying sum-currency from 1 by 1
                   until sum-currency > currency-loaded.
           close summary-file.
       roll-summary-master-end.
           exit.
               at end
                  move "y" to summary-eof-switch
                  go to load-summary-record-end.
           if sumr-trans-kode = zero
              go to load-summary-record-end.
           move sumr-currency-code to currency-wanted.
           if currency-wanted = spaces
              move house-currency to currency-wanted.
           perform find-currency thru find-currency-end.
           move currency-found-sub to sum-currency.
           move sumr-trans-kode to sum-sub.
           add sumr-mtd-count
               to smt-mtd-count (sum-currency, sum-sub).
           add sumr-mtd-amount
               to smt-mtd-amount (sum-currency, sum-sub).
           add sumr-mtd-house-amount
               to smt-mtd-house (sum-currency, sum-sub).
           add sumr-ytd-count
               to smt-ytd-count (sum-currency, sum-sub).
           add sumr-ytd-amount
               to smt-ytd-amount (sum-currency, sum-sub).
           add sumr-ytd-house-amount
               to smt-ytd-house (sum-currency, sum-sub).
       load-summary-record-end.
           exit.

       add-currency-to-summary.
           perform add-register-to-summary thru
                   add-register-to-summary-end
                   varying sum-sub from 1 by 1
                   until sum-sub > 99.
       add-currency-to-summary-end.
           exit.

       add-register-to-summary.
           if crg-count (sum-currency, sum-sub) > zero
              add crg-count (sum-currency, sum-sub)
                  to smt-mtd-count (sum-currency, sum-sub)
              add crg-total (sum-currency, sum-sub)
                  to smt-mtd-amount (sum-currency, sum-sub)
              add crg-house (sum-currency, sum-sub)
                  to smt-mtd-house (sum-currency, sum-sub).
       add-register-to-summary-end.
           exit.

       write-summary-currency.
           perform write-summary-record thru
                   write-summary-record-end
                   varying sum-sub from 1 by 1
                   until sum-sub > 99.
       write-summary-currency-end.
           exit.

      *
      *  Only kodes and currencies with anything to say get a record,
      *  so the file stays one short read for everything downstream.
      *
       write-summary-record.
           if smt-mtd-count (sum-currency, sum-sub) = zero
              and smt-mtd-amount (sum-currency, sum-sub) = zero
              and smt-ytd-count (sum-currency, sum-sub) = zero
              and smt-ytd-amount (sum-currency, sum-sub) = zero
              go to write-summary-record-end.
           move spaces to summary-record.
           move sum-sub to sumr-trans-kode.
           move curt-code (sum-currency) to sumr-currency-code.
           move smt-mtd-count (sum-currency, sum-sub)
               to sumr-mtd-count.
           move smt-mtd-amount (sum-currency, sum-sub)
               to sumr-mtd-amount.
           move smt-mtd-house (sum-currency, sum-sub)
               to sumr-mtd-house-amount.
           move smt-ytd-count (sum-currency, sum-sub)
               to sumr-ytd-count.
           move smt-ytd-amount (sum-currency, sum-sub)
               to sumr-ytd-amount.
           move smt-ytd-house (sum-currency, sum-sub)
               to sumr-ytd-house-amount.
           write summary-record.
       write-summary-record-end.
           exit.
           close audit-file.
           if limits-present
              close limits-file.
           if profiles-present
              close profile-file.
           if holds-present
              close hold-file.
       close-all-files-end.
           exit.

              perform capture-batch-trailer thru
                      capture-batch-trailer-end
              go to process-transactions-next.
           move "n" to currency-converted-switch.
           perform validate-trans-date thru
                   validate-trans-date-end.
           if trans-date-rejected
                       if inquire-trans then
                          perform p-inquire thru p-inquire-end
                       else
                          if transfer-trans then
                             perform transfer-transaction
                                     thru transfer-transaction-end
                          else
                             perform ordinary-transaction
                                     thru ordinary-transaction-end
           else
              if invalid-kode then
                 perform reject-transaction thru reject-transaction-end.

      *
      *  Transaction-kode fell outside the valid ranges above (1 thru
      *  3 or 17 and up) - log the offending value instead of letting
      *  it disappear with no trace.
      *
       reject-transaction.
      *
      *  Daily transaction register - one line per transaction-kode
      *  that came through the ordinary-transaction path, with a
      *  date-stamped header/footer and a grand total, all in the
      *  house currency, then the same postings by currency in each
      *  currency's own terms with the house equivalent alongside.
      *
       print-register.
           open extend print-file.
                   into header-line.
           write header-line.
           move spaces to header-line.
           string "KODE       COUNT    HOUSE AMOUNT" delimited by
                   size into header-line.
           write header-line.
           perform print-register-line
           move grand-total to tot-total.
           perform format-total-amount thru format-total-amount-end.
           write total-line.
           if reg-count (16) > zero
              perform print-transfer-netting thru
                      print-transfer-netting-end.
           move spaces to header-line.
           string "REGISTER BY CURRENCY" delimited by size
                   into header-line.
           write header-line.
           perform write-currency-heading thru
                   write-currency-heading-end.
           perform print-currency-register thru
                   print-currency-register-end
                   varying currency-sub from 1 by 1
                   until currency-sub > currency-loaded.
           close print-file.
       print-register-end.
           exit.

       write-currency-heading.
           move spaces to header-line.
           string "     CUR KODE   COUNT                AMOUNT"
                  "       HOUSE EQUIVALENT" delimited by size
                   into header-line.
           write header-line.
       write-currency-heading-end.
           exit.

      *
      *  One currency's kode lines and its total line - a currency
      *  that posted nothing today prints nothing.
      *
       print-currency-register.
           perform total-currency-register thru
                   total-currency-register-end.
           if currency-line-count = zero
              go to print-currency-register-end.
           perform print-currency-kode-line thru
                   print-currency-kode-line-end
                   varying crg-sub from 1 by 1
                   until crg-sub > 99.
           move spaces to currency-detail-line.
           move curt-code (currency-sub) to cdt-currency.
           move "TOT" to cdt-kode-x.
           perform write-currency-total-line thru
                   write-currency-total-line-end.
       print-currency-register-end.
           exit.

       print-currency-kode-line.
           if crg-count (currency-sub, crg-sub) = zero
              go to print-currency-kode-line-end.
           move spaces to currency-detail-line.
           move curt-code (currency-sub) to cdt-currency.
           move crg-sub to cdt-kode.
           move crg-count (currency-sub, crg-sub) to cdt-count.
           move crg-total (currency-sub, crg-sub) to cdt-total.
           move crg-house (currency-sub, crg-sub) to cdt-house.
           perform format-currency-amounts thru
                   format-currency-amounts-end.
           write currency-detail-line.
       print-currency-kode-line-end.
           exit.

      *
      *  Caller has cleared the line and filled the currency and
      *  kode columns.
      *
       write-currency-total-line.
           move currency-line-count to cdt-count.
           move currency-line-total to cdt-total.
           move currency-line-house to cdt-house.
           perform format-currency-amounts thru
                   format-currency-amounts-end.
           write currency-detail-line.
       write-currency-total-line-end.
           exit.

      *
      *  Add one currency's register figures across every kode.
      *
       total-currency-register.
           move zero to currency-line-count.
           move zero to currency-line-total.
           move zero to currency-line-house.
           perform add-currency-kode thru add-currency-kode-end
                   varying crg-sub from 1 by 1
                   until crg-sub > 99.
       total-currency-register-end.
           exit.

       add-currency-kode.
           add crg-count (currency-sub, crg-sub)
               to currency-line-count.
           add crg-total (currency-sub, crg-sub)
               to currency-line-total.
           add crg-house (currency-sub, crg-sub)
               to currency-line-house.
       add-currency-kode-end.
           exit.

       print-register-line.
           if reg-count (reg-sub) > 0
              move reg-sub          to det-kode
       print-register-line-end.
           exit.

      *
      *  Transfers move money between two accounts on the master, so
      *  the register proves the two sides of kode 16 cancel out.
      *  Each side is totalled from the movement its own leg made on
      *  its own account, at the house equivalent of that account's
      *  currency.
      *
       print-transfer-netting.
           compute xfer-net-total =
                   xfer-debit-total - xfer-credit-total.
           move spaces to balance-line.
           move "TRANSFERS - ACCOUNTS DEBITED" to bal-label.
           move xfer-debit-total to bal-amount.
           perform format-balance-amount thru
                   format-balance-amount-end.
           write balance-line.
           move spaces to balance-line.
           move "TRANSFERS - CONTRA ACCOUNTS CREDITED" to bal-label.
           move xfer-credit-total to bal-amount.
           perform format-balance-amount thru
                   format-balance-amount-end.
           write balance-line.
           move spaces to balance-line.
           move "TRANSFERS - NET EFFECT ON MASTER" to bal-label.
           move xfer-net-total to bal-amount.
           perform format-balance-amount thru
                   format-balance-amount-end.
           write balance-line.
       print-transfer-netting-end.
           exit.

      *
      *  DECIMAL-POINT IS COMMA is a compile-time choice, so a
      *  period-decimal run swaps the separator characters in the
       format-total-amount-end.
           exit.

       format-currency-amounts.
           if ctlp-decimal-period
              inspect cdt-total replacing all "." by "#"
              inspect cdt-total replacing all "," by "."
              inspect cdt-total replacing all "#" by ","
              inspect cdt-house replacing all "." by "#"
              inspect cdt-house replacing all "," by "."
              inspect cdt-house replacing all "#" by ",".
       format-currency-amounts-end.
           exit.

      *
      *  Control-total/balancing report - ties the run back to the
      *  input file's record count so operations can confirm every
           move "REJECTED TRANSACTIONS" to ctl-label.
           move reject-count to ctl-value.
           write control-line.
           move "OF WHICH REFUSED FOR CURRENCY" to ctl-label.
           move currency-reject-count to ctl-value.
           write control-line.
           move "TRANSACTIONS HELD IN SUSPENSE" to ctl-label.
           move suspended-count to ctl-value.
           write control-line.
           move "HASH TOTAL OF TRANSACTION KODES" to ctl-label.
           move kode-hash-total to ctl-value.
           write control-line.
           move spaces to header-line.
           string "POSTED BY CURRENCY - HOUSE CURRENCY "
                   delimited by size
                   house-currency delimited by size
                   into header-line.
           write header-line.
           perform write-currency-heading thru
                   write-currency-heading-end.
           perform print-currency-control thru
                   print-currency-control-end
                   varying currency-sub from 1 by 1
                   until currency-sub > currency-loaded.
           close print-file.
       print-control-report-end.
           exit.

      *
      *  One total line per currency that posted - every currency
      *  with a rate today is listed, so a quiet currency shows as
      *  zero rather than leaving operations to wonder.
      *
       print-currency-control.
           if curt-rate (currency-sub) = zero
              go to print-currency-control-end.
           perform total-currency-register thru
                   total-currency-register-end.
           move spaces to currency-detail-line.
           move curt-code (currency-sub) to cdt-currency.
           move "ALL" to cdt-kode-x.
           perform write-currency-total-line thru
                   write-currency-total-line-end.
       print-currency-control-end.
           exit.

      *
      *
      *  Add a new entity to the master file for this account.
              perform write-master-reject thru
                      write-master-reject-end
              go to p-create-end.
           perform check-account-profile thru
                   check-account-profile-end.
           if not profile-found
              move "NO ACCOUNT PROFILE ON FILE - CREATE REJECTED"
                  to master-reject-message
              move 008 to master-reject-reason
              perform write-master-reject thru
                      write-master-reject-end
              go to p-create-end.
      *
      *  The account is opened in the transaction's currency, which
      *  must have a rate today - every posting to it will need one.
      *
           move trans-currency-code to currency-wanted.
           perform find-rated-currency thru find-rated-currency-end.
           if currency-found-sub = zero
              move "NO EXCHANGE RATE FOR CURRENCY - CREATE REJECTED"
                  to master-reject-message
              move 011 to master-reject-reason
              add 1 to currency-reject-count
              perform write-master-reject thru
                      write-master-reject-end
              go to p-create-end.
           move account-number to mstr-account-number.
           move trans-amount   to mstr-amount.
           move trans-date     to mstr-last-trans-date.
           move trans-kode     to mstr-last-trans-kode.
           move currency-wanted to mstr-currency-code.
           set mstr-active to true.
           move "MASTER WRITE FAILED ON CREATE"
               to master-reject-message.
       p-create-end.
           exit.

      *
      *  The profile file is only read here - the profile
      *  maintenance run owns it.
      *
       check-account-profile.
           move "n" to profile-found-switch.
           if not profiles-present
              go to check-account-profile-end.
           move account-number to prof-account-number.
           read profile-file
               invalid key
                  continue
               not invalid key
                  move "y" to profile-found-switch.
       check-account-profile-end.
           exit.

      *
      *  Change the amount carried on an existing entity without
      *  touching its active/inactive status.
              perform write-master-reject thru
                      write-master-reject-end
              go to p-modify-end.
           perform convert-to-account-currency thru
                   convert-to-account-currency-end.
           if currency-rejected
              go to p-modify-end.
           move mstr-status to audt-before-status.
           move mstr-amount to audt-before-amount.
           move trans-amount to mstr-amount.
           move account-number to rej-account-number.
           move trans-amount   to rej-trans-amount.
           move trans-date     to rej-trans-date.
           move trans-currency-code to rej-currency-code.
           if currency-converted
              move entry-trans-amount  to rej-trans-amount
              move entry-currency-code to rej-currency-code.
           if trans-contra-account is numeric
              move trans-contra-account to rej-contra-account
           else
              move zero to rej-contra-account.
       fill-reject-image-end.
           exit.

           move trans-kode         to audt-trans-kode.
           move mstr-status        to audt-after-status.
           move mstr-amount        to audt-after-amount.
           move zero               to audt-contra-account.
           move mstr-currency-code to audt-currency-code.
           if create then
              move "CREATE" to audt-action
           else
              perform write-master-reject thru
                      write-master-reject-end
              go to ordinary-transaction-end.
           perform convert-to-account-currency thru
                   convert-to-account-currency-end.
           if currency-rejected
              go to ordinary-transaction-end.
      *
      *  The hold is judged on the posting's effect on the balance:
      *  a negated amount (a reversal) moves the balance against
      *  its kode.
      *
           move "n" to debit-effect-switch.
           if debit-kode and trans-amount > zero
              move "y" to debit-effect-switch.
           if not debit-kode and trans-amount < zero
              move "y" to debit-effect-switch.
           if debit-effect
              perform check-legal-hold thru check-legal-hold-end
              if hold-breached
                 move "DEBIT WOULD BREACH LEGAL HOLD - REJECTED"
                     to master-reject-message
                 move 010 to master-reject-reason
                 perform write-master-reject thru
                         write-master-reject-end
                 go to ordinary-transaction-end.
           move account-number to limit-account.
           if debit-kode
              set limit-debit-side to true
           else
              set limit-credit-side to true.
           perform check-posting-limits thru
                   check-posting-limits-end.
           if limit-breached
           perform rewrite-held-master thru
                   rewrite-held-master-end.
           if master-io-ok
              perform add-to-register thru add-to-register-end
              perform write-audit-record thru
                      write-audit-record-end.
       ordinary-transaction-end.
           exit.

      *
      *  Account-to-account transfer: the account number is debited
      *  and the contra account credited by the same amount, as one
      *  unit.  Everything that could refuse either side - a missing
      *  or inactive account, a posting-limit breach on either
      *  account - is found before anything is written, so the pair
      *  is posted, rejected or suspended together.  Only a rewrite
      *  failure can split them, and then the debit side's record is
      *  put back before the pair is rejected.
      *
       transfer-transaction.
           if trans-amount not > zero
              move "TRANSFER AMOUNT NOT POSITIVE - REJECTED"
                  to master-reject-message
              move 009 to master-reject-reason
              perform write-master-reject thru
                      write-master-reject-end
              go to transfer-transaction-end.
           if trans-contra-account is not numeric
              or trans-contra-account = zero
              or trans-contra-account = account-number
              move "INVALID CONTRA ACCOUNT - TRANSFER REJECTED"
                  to master-reject-message
              move 009 to master-reject-reason
              perform write-master-reject thru
                      write-master-reject-end
              go to transfer-transaction-end.
           perform locate-master thru locate-master-end.
           if not master-found
              move "ACCOUNT NOT ON MASTER - TRANSFER REJECTED"
                  to master-reject-message
              move 003 to master-reject-reason
              perform write-master-reject thru
                      write-master-reject-end
              go to transfer-transaction-end.
           if mstr-inactive
              move "ACCOUNT INACTIVE - TRANSFER REJECTED"
                  to master-reject-message
              move 005 to master-reject-reason
              perform write-master-reject thru
                      write-master-reject-end
              go to transfer-transaction-end.
           perform convert-to-account-currency thru
                   convert-to-account-currency-end.
           if currency-rejected
              go to transfer-transaction-end.
           perform check-legal-hold thru check-legal-hold-end.
           if hold-breached
              move "TRANSFER WOULD BREACH LEGAL HOLD - REJECTED"
                  to master-reject-message
              move 010 to master-reject-reason
              perform write-master-reject thru
                      write-master-reject-end
              go to transfer-transaction-end.
           move account-number to limit-account.
           set limit-debit-side to true.
           perform check-posting-limits thru
                   check-posting-limits-end.
           if limit-breached
              perform suspend-transaction thru
                      suspend-transaction-end
              go to transfer-transaction-end.
           if ctlp-high-volume
              perform hv-settle-held thru hv-settle-held-end.
           move master-record to xfer-debit-record.
           perform post-transfer-pair thru post-transfer-pair-end.
      *
      *  High-volume mode keeps the debit account held in the record
      *  area for the rest of its transactions, so the area is left
      *  holding that account as it now stands on the file.
      *
           if ctlp-high-volume
              move xfer-debit-record to master-record
              if master-io-ok
                 perform apply-transfer-debit thru
                         apply-transfer-debit-end.
       transfer-transaction-end.
           exit.

      *
      *  The contra account is read straight off the file in either
      *  mode - it is never the held account, and any earlier
      *  high-volume postings to it were flushed at its own account
      *  break.
      *
       post-transfer-pair.
           move "n" to master-io-ok-switch.
           move trans-contra-account to mstr-account-number.
           move "n" to master-found-switch.
           read master-file
               invalid key
                  continue
               not invalid key
                  move "y" to master-found-switch.
           if not master-found
              move "CONTRA ACCOUNT NOT ON MASTER - TRANSFER REJECTED"
                  to master-reject-message
              move 003 to master-reject-reason
              perform write-master-reject thru
                      write-master-reject-end
              go to post-transfer-pair-end.
           if mstr-inactive
              move "CONTRA ACCOUNT INACTIVE - TRANSFER REJECTED"
                  to master-reject-message
              move 005 to master-reject-reason
              perform write-master-reject thru
                      write-master-reject-end
              go to post-transfer-pair-end.
      *
      *  A transfer moves one amount between two accounts, so both
      *  must be held in the same currency - otherwise the pair
      *  would not net to zero on the master.
      *
           move mstr-currency-code to currency-wanted.
           if currency-wanted = spaces
              move house-currency to currency-wanted.
           if currency-wanted not = account-currency
              move "TRANSFER BETWEEN CURRENCIES - REJECTED"
                  to master-reject-message
              move 011 to master-reject-reason
              add 1 to currency-reject-count
              perform write-master-reject thru
                      write-master-reject-end
              go to post-transfer-pair-end.
           move trans-contra-account to limit-account.
           set limit-credit-side to true.
           perform check-posting-limits thru
                   check-posting-limits-end.
           if limit-breached
              perform suspend-transaction thru
                      suspend-transaction-end
              go to post-transfer-pair-end.
           move master-record to xfer-credit-record.
           move xfer-debit-record to master-record.
           perform apply-transfer-debit thru apply-transfer-debit-end.
           compute xfer-debit-equivalent rounded =
                   (mstr-amount - xdr-amount)
                   * curt-rate (account-currency-sub).
           move "MASTER REWRITE FAILED ON TRANSFER"
               to master-reject-message.
           move 004 to master-reject-reason.
           rewrite master-record
               invalid key
                  perform write-master-reject thru
                          write-master-reject-end
                  go to post-transfer-pair-end.
           move xfer-credit-record to master-record.
           perform apply-transfer-credit thru
                   apply-transfer-credit-end.
           move xcr-currency-code to currency-wanted.
           perform find-rated-currency thru find-rated-currency-end.
           if currency-found-sub = zero
              move zero to xfer-credit-equivalent
           else
              compute xfer-credit-equivalent rounded =
                      (xcr-amount - mstr-amount)
                      * curt-rate (currency-found-sub).
           rewrite master-record
               invalid key
                  perform back-out-transfer-debit thru
                          back-out-transfer-debit-end
                  go to post-transfer-pair-end.
           move "y" to master-io-ok-switch.
           perform add-to-register thru add-to-register-end.
           add xfer-debit-equivalent to xfer-debit-total.
           add xfer-credit-equivalent to xfer-credit-total.
           move account-number       to audt-account-number.
           move trans-contra-account to audt-contra-account.
           move xdr-status           to audt-before-status.
           move xdr-amount           to audt-before-amount.
           move xdr-status           to audt-after-status.
           compute audt-after-amount = xdr-amount + trans-amount.
           move xdr-currency-code    to audt-currency-code.
           perform write-transfer-audit thru write-transfer-audit-end.
           move trans-contra-account to audt-account-number.
           move account-number       to audt-contra-account.
           move xcr-status           to audt-before-status.
           move xcr-amount           to audt-before-amount.
           move mstr-status          to audt-after-status.
           move mstr-amount          to audt-after-amount.
           move xcr-currency-code    to audt-currency-code.
           perform write-transfer-audit thru write-transfer-audit-end.
       post-transfer-pair-end.
           exit.

       apply-transfer-debit.
           add trans-amount to mstr-amount.
           move trans-date to mstr-last-trans-date.
           move trans-kode to mstr-last-trans-kode.
       apply-transfer-debit-end.
           exit.

       apply-transfer-credit.
           subtract trans-amount from mstr-amount.
           move trans-date to mstr-last-trans-date.
           move trans-kode to mstr-last-trans-kode.
       apply-transfer-credit-end.
           exit.

      *
      *  The contra side would not go back, so the debit side's
      *  record is put back as it stood and the pair is rejected.
      *  If even that rewrite fails the master holds half a
      *  transfer, and the run abends rather than carry on past it.
      *
       back-out-transfer-debit.
           move xfer-debit-record to master-record.
           rewrite master-record
               invalid key
                  display "LEVEL88: TRANSFER BACK-OUT FAILED FOR "
                          "ACCOUNT " account-number
                          " - RUN ABENDED" upon crt
                  move 16 to return-code
                  stop run.
           move "CONTRA REWRITE FAILED - TRANSFER REJECTED"
               to master-reject-message.
           move 004 to master-reject-reason.
           perform write-master-reject thru write-master-reject-end.
       back-out-transfer-debit-end.
           exit.

      *
      *  Caller has moved the side's account, contra account and
      *  before/after images into the audit record.  Both sides feed
      *  the master-file deltas, which therefore net to zero.
      *
       write-transfer-audit.
           move trans-date    to audt-date.
           move business-date to audt-business-date.
           move trans-kode    to audt-trans-kode.
           move "TRANSFER"    to audt-action.
           write audit-record.
           compute master-delta-amount = master-delta-amount
                   + audt-after-amount - audt-before-amount.
       write-transfer-audit-end.
           exit.

      *
      *  Bring the transaction into the currency of the account now
      *  in the master record area.  Both currencies need a rate in
      *  force - the account's so the posting can be valued in the
      *  house currency for the register and the GL, the
      *  transaction's so its amount can be converted.  The amount
      *  goes through the house currency and is rounded to the cent;
      *  from here on trans-amount and trans-currency-code are in
      *  the account's terms, so limits, holds, suspense, audit and
      *  the register all see the amount the account is actually
      *  posted with.  A reject still carries the image as it came.
      *
       convert-to-account-currency.
           move "n" to currency-reject-switch.
           move mstr-currency-code to currency-wanted.
           perform find-rated-currency thru find-rated-currency-end.
           move currency-wanted to account-currency.
           move currency-found-sub to account-currency-sub.
           if account-currency-sub = zero
              move "NO EXCHANGE RATE FOR ACCOUNT CURRENCY - REJECTED"
                  to master-reject-message
              go to convert-to-account-currency-reject.
           move trans-currency-code to currency-wanted.
           perform find-rated-currency thru find-rated-currency-end.
           if currency-found-sub = zero
              move "NO EXCHANGE RATE FOR TRANS CURRENCY - REJECTED"
                  to master-reject-message
              go to convert-to-account-currency-reject.
           if currency-found-sub = account-currency-sub
              move account-currency to trans-currency-code
              go to convert-to-account-currency-end.
           compute converted-amount rounded =
                   trans-amount * curt-rate (currency-found-sub)
                   / curt-rate (account-currency-sub)
               on size error
                  move "CONVERTED AMOUNT TOO LARGE - REJECTED"
                      to master-reject-message
                  go to convert-to-account-currency-reject.
           move trans-amount        to entry-trans-amount.
           move trans-currency-code to entry-currency-code.
           move "y" to currency-converted-switch.
           move converted-amount to trans-amount.
           move account-currency to trans-currency-code.
           go to convert-to-account-currency-end.
       convert-to-account-currency-reject.
           move "y" to currency-reject-switch.
           add 1 to currency-reject-count.
           move 011 to master-reject-reason.
           perform write-master-reject thru write-master-reject-end.
       convert-to-account-currency-end.
           exit.

      *
      *  A posted transaction counts in the kode register at its
      *  house-currency equivalent and in the currency register in
      *  its account's own currency, with the equivalent alongside.
      *
       add-to-register.
           compute house-equivalent rounded =
                   trans-amount * curt-rate (account-currency-sub).
           add 1 to reg-count (trans-kode).
           add house-equivalent to reg-total (trans-kode).
           add 1 to crg-count (account-currency-sub, trans-kode).
           add trans-amount
               to crg-total (account-currency-sub, trans-kode).
           add house-equivalent
               to crg-house (account-currency-sub, trans-kode).
       add-to-register-end.
           exit.

      *
      *  Per-account posting limits: the would-be balance is judged
      *  against the account's keyed floor/ceiling band and the
      *  judgement and are never suspended again.  The checks run in
      *  breach-severity order - a keying error big enough to trip
      *  the single-posting ceiling is reported as that, even when
      *  it would also breach the balance band.  The caller names
      *  the account being judged and which side of it the posting
      *  lands on - a transfer judges both of its accounts in turn.
      *
       check-posting-limits.
           move "n" to limit-breach-switch.
           if not limits-present
              or limit-release
              go to check-posting-limits-end.
           move limit-account to limt-account-number.
           read limits-file
               invalid key
                  go to check-posting-limits-end.
              compute abs-post-amount = zero - trans-amount
           else
              move trans-amount to abs-post-amount.
           if limit-debit-side
              compute would-be-balance = mstr-amount + trans-amount
           else
              compute would-be-balance = mstr-amount - trans-amount.
       check-posting-limits-end.
           exit.

      *
      *  Legal hold on the account being debited (always the
      *  transaction's own account number - the credited side of a
      *  transfer is never judged).  A hold counts while it is in
      *  force and its expiry date, the last day it applies, has not
      *  passed.  A hold with no held amount freezes every debit;
      *  otherwise the debit must be covered by what the balance
      *  holds over and above the held amount.  A hold outranks a
      *  supervisor's release, so "L" items are judged too - and
      *  it rejects rather than suspends, because no supervisor can
      *  release against a court order.
      *
       check-legal-hold.
           move "n" to hold-breach-switch.
           if not holds-present
              go to check-legal-hold-end.
           move account-number to hold-account-number.
           read hold-file
               invalid key
                  go to check-legal-hold-end.
           if not hold-in-force
              go to check-legal-hold-end.
           if hold-expiry-date not = zero
              and hold-expiry-date < business-date
              go to check-legal-hold-end.
           if hold-amount = zero
              move "y" to hold-breach-switch
              go to check-legal-hold-end.
           if trans-amount < zero
              compute abs-post-amount = zero - trans-amount
           else
              move trans-amount to abs-post-amount.
           compute unheld-balance = mstr-amount - hold-amount.
           if abs-post-amount > unheld-balance
              move "y" to hold-breach-switch.
       check-legal-hold-end.
           exit.

      *
      *  Hold the breaching transaction on the suspense file with
      *  everything the supervisor needs to judge it.  Nothing
           move account-number     to susp-account-number.
           move trans-amount       to susp-trans-amount.
           move trans-date         to susp-trans-date.
           move trans-currency-code to susp-currency-code.
           if transfer-trans
              move trans-contra-account to susp-contra-account
           else
              move zero to susp-contra-account.
           move breach-limit-value to susp-limit-value.
           move would-be-balance   to susp-would-be-balance.
           move business-date      to susp-business-date.
              perform hv-switch-account thru hv-switch-account-end.
           perform count-transaction-read thru
                   count-transaction-read-end.
           move "n" to currency-converted-switch.
           perform validate-trans-date thru
                   validate-trans-date-end.
           if trans-date-rejected
       hv-flush-held-end.
           exit.

      *
      *  A transfer writes both of its accounts straight to the file,
      *  so the held debit account's earlier postings must reach the
      *  file first.  The account stays held afterwards - only its
      *  pending write is settled here.  A failure is the same abend
      *  a flush failure is, for the same reason.
      *
       hv-settle-held.
           if not hv-master-dirty
              go to hv-settle-held-end.
           if hv-master-new
              write master-record
                  invalid key
                     perform hv-abend-flush-failure thru
                             hv-abend-flush-failure-end
           else
              rewrite master-record
                  invalid key
                     perform hv-abend-flush-failure thru
                             hv-abend-flush-failure-end.
           move "n" to hv-dirty-switch.
           move "n" to hv-new-switch.
       hv-settle-held-end.
           exit.

       hv-abend-flush-failure.
           display "LEVEL88: MASTER FLUSH FAILED FOR ACCOUNT "
                   mstr-account-number " - RUN ABENDED" upon crt.
           stop run.
       hv-abend-flush-failure-end.
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
           move "LEVEL88" to jlog-program.
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
           move "LEVEL88" to jlog-program.
           move business-date to jlog-business-date.
           set jlog-finished to true.
           move job-start-date to jlog-start-date.
           move job-start-time to jlog-start-time.
           move job-clock-date-n to jlog-end-date.
           move job-clock-time to jlog-end-time.
           move file-transactions-read to jlog-records-read.
           move valid-count to jlog-records-written.
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
