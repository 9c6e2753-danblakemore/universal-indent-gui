      *
      * modification history
      *   dlb   - original month-end close over the summary master
      *   dlb   - multi-currency: the summary master carries one
      *           record per kode and currency with house-currency
      *           equivalents; the month is printed by kode and
      *           currency, each foreign line followed by its house
      *           equivalent, with month totals per currency and a
      *           house-equivalent grand total, and the equivalents
      *           roll into the year alongside the amounts
      *
       identification division.
       program-id.     summclse.
       01  summary-line.
           05  filler              pic x(02).
           05  sml-kode            pic z9.
           05  sml-kode-x redefines sml-kode
                                   pic x(02).
           05  filler              pic x(02).
           05  sml-currency        pic x(03).
           05  filler              pic x(01).
           05  sml-mtd-count       pic zz.zzz.zz9.
           05  sml-mtd-count-x redefines sml-mtd-count
                                   pic x(10).
           05  filler              pic x(02).
           05  sml-mtd-amount      pic z.zzz.zzz.zzz.zz9,99-.
           05  filler              pic x(02).
           05  sml-ytd-count       pic zzz.zzz.zz9.
           05  sml-ytd-count-x redefines sml-ytd-count
                                   pic x(11).
           05  filler              pic x(02).
           05  sml-ytd-amount      pic zz.zzz.zzz.zzz.zz9,99-.
       01  total-line.
           05  tot-label           pic x(30).
           05  filler              pic x(02).
       77  summary-file-status     pic x(02).
       77  report-date             pic 9(06).

      *
      *  The summary master is one record per kode and currency, so
      *  it is held in file order rather than by kode.  A file too
      *  big for the table stops the close before anything is
      *  rewritten.
      *
       77  sum-sub                 pic 9(03)  comp.
       77  sum-loaded              pic 9(03)  comp value zero.
       77  sum-max                 pic 9(03)  comp value 500.
       01  summary-table.
           05  summary-entry       occurs 500 times.
               10  smt-kode        pic 9(02).
               10  smt-currency    pic x(03).
               10  smt-mtd-count   pic 9(07)     comp.
               10  smt-mtd-amount  pic s9(11)v99 comp-3.
               10  smt-mtd-house   pic s9(11)v99 comp-3.
               10  smt-ytd-count   pic 9(09)     comp.
               10  smt-ytd-amount  pic s9(13)v99 comp-3.
               10  smt-ytd-house   pic s9(13)v99 comp-3.

       77  month-count-total       pic 9(08)  comp value zero.
       77  month-amount-total      pic s9(13)v99 comp-3 value zero.

      *
      *  Month totals by currency, in each currency's own terms -
      *  the grand total above is the house equivalent.
      *
       77  house-currency          pic x(03)  value spaces.
       77  cur-sub                 pic 9(02)  comp.
       77  cur-found-sub           pic 9(02)  comp.
       77  cur-loaded              pic 9(02)  comp value zero.
       01  currency-totals.
           05  currency-total      occurs 30 times.
               10  curt-code       pic x(03).
               10  curt-count      pic 9(08)     comp.
               10  curt-amount     pic s9(13)v99 comp-3.

       77  control-file-status        pic x(02).
       77  control-file-opened-switch pic x(01)  value "n".
       88  control-file-opened                   value "y".
                   until summary-eof.
           perform print-month-line thru print-month-line-end
                   varying sum-sub from 1 by 1
                   until sum-sub > sum-loaded.
           perform close-the-month thru close-the-month-end.
           perform terminate-run thru terminate-run-end.
           stop run.
                   into header-line.
           write header-line.
           move spaces to header-line.
           string "  KD  CUR  MTD COUNT            MTD AMOUNT"
                  "     YTD COUNT             YTD AMOUNT"
                   delimited by size into header-line.
           write header-line.
      *
       read-run-control.
           move "C" to ctlp-decimal-format.
           move spaces to ctlp-house-currency.
           move "n" to control-file-opened-switch.
           move spaces to control-file-status.
           open input control-file.
                  at end continue.
           if control-file-opened
              close control-file.
           move ctlp-house-currency to house-currency.
       read-run-control-end.
           exit.

               at end
                  move "y" to summary-eof-switch
                  go to load-summary-record-end.
           if sumr-trans-kode = zero
              go to load-summary-record-end.
           if sum-loaded >= sum-max
              display "SUMMCLSE: SUMMARY TABLE FULL - MONTH NOT "
                      "CLOSED - RUN ABENDED" upon crt
              move 16 to return-code
              stop run.
           add 1 to sum-loaded.
           move sumr-trans-kode to smt-kode (sum-loaded).
           move sumr-currency-code to smt-currency (sum-loaded).
           if sumr-currency-code = spaces
              move house-currency to smt-currency (sum-loaded).
           move sumr-mtd-count to smt-mtd-count (sum-loaded).
           move sumr-mtd-amount to smt-mtd-amount (sum-loaded).
           move sumr-mtd-house-amount to smt-mtd-house (sum-loaded).
           move sumr-ytd-count to smt-ytd-count (sum-loaded).
           move sumr-ytd-amount to smt-ytd-amount (sum-loaded).
           move sumr-ytd-house-amount to smt-ytd-house (sum-loaded).
       load-summary-record-end.
           exit.

      *
      *  One line per kode and currency with any month or year
      *  position - the YTD columns show where the month is about to
      *  roll.  A line in another currency than the house currency
      *  is followed by its house equivalents, kode and counts left
      *  blank so it reads as belonging to the line above.
      *
       print-month-line.
           if smt-mtd-count (sum-sub) = zero
              and smt-ytd-amount (sum-sub) = zero
              go to print-month-line-end.
           move spaces to summary-line.
           move smt-kode (sum-sub)       to sml-kode.
           move smt-currency (sum-sub)   to sml-currency.
           move smt-mtd-count (sum-sub)  to sml-mtd-count.
           move smt-mtd-amount (sum-sub) to sml-mtd-amount.
           move smt-ytd-count (sum-sub)  to sml-ytd-count.
           perform format-summary-amounts thru
                   format-summary-amounts-end.
           write summary-line.
           if smt-currency (sum-sub) not = house-currency
              move spaces to summary-line
              move spaces to sml-kode-x
              move house-currency to sml-currency
              move spaces to sml-mtd-count-x
              move smt-mtd-house (sum-sub) to sml-mtd-amount
              move spaces to sml-ytd-count-x
              move smt-ytd-house (sum-sub) to sml-ytd-amount
              perform format-summary-amounts thru
                      format-summary-amounts-end
              write summary-line.
           add smt-mtd-count (sum-sub) to month-count-total.
           add smt-mtd-house (sum-sub) to month-amount-total.
           perform add-currency-total thru add-currency-total-end.
       print-month-line-end.
           exit.

       add-currency-total.
           move zero to cur-found-sub.
           perform scan-currency-total thru scan-currency-total-end
                   varying cur-sub from 1 by 1
                   until cur-sub > cur-loaded
                      or cur-found-sub > zero.
           if cur-found-sub = zero
              and cur-loaded < 30
              add 1 to cur-loaded
              move cur-loaded to cur-found-sub
              move smt-currency (sum-sub) to curt-code (cur-loaded)
              move zero to curt-count (cur-loaded)
              move zero to curt-amount (cur-loaded).
           if cur-found-sub > zero
              add smt-mtd-count (sum-sub)
                  to curt-count (cur-found-sub)
              add smt-mtd-amount (sum-sub)
                  to curt-amount (cur-found-sub).
       add-currency-total-end.
           exit.

       scan-currency-total.
           if curt-code (cur-sub) = smt-currency (sum-sub)
              move cur-sub to cur-found-sub.
       scan-currency-total-end.
           exit.

      *
      *  The roll itself: MTD joins YTD and the month restarts at
      *  zero.  The file is only rewritten after the listing is out,
       close-the-month.
           perform roll-kode-forward thru roll-kode-forward-end
                   varying sum-sub from 1 by 1
                   until sum-sub > sum-loaded.
           if summary-file-status = "00" or = "10"
              close summary-file.
           open output summary-file.
           perform write-summary-record thru
                   write-summary-record-end
                   varying sum-sub from 1 by 1
                   until sum-sub > sum-loaded.
           close summary-file.
       close-the-month-end.
           exit.
       roll-kode-forward.
           add smt-mtd-count (sum-sub)  to smt-ytd-count (sum-sub).
           add smt-mtd-amount (sum-sub) to smt-ytd-amount (sum-sub).
           add smt-mtd-house (sum-sub)  to smt-ytd-house (sum-sub).
           move zero to smt-mtd-count (sum-sub).
           move zero to smt-mtd-amount (sum-sub).
           move zero to smt-mtd-house (sum-sub).
       roll-kode-forward-end.
           exit.

           if smt-ytd-count (sum-sub) = zero
              and smt-ytd-amount (sum-sub) = zero
              go to write-summary-record-end.
           move spaces to summary-record.
           move smt-kode (sum-sub)       to sumr-trans-kode.
           move smt-currency (sum-sub)   to sumr-currency-code.
           move smt-mtd-count (sum-sub)  to sumr-mtd-count.
           move smt-mtd-amount (sum-sub) to sumr-mtd-amount.
           move smt-mtd-house (sum-sub)  to sumr-mtd-house-amount.
           move smt-ytd-count (sum-sub)  to sumr-ytd-count.
           move smt-ytd-amount (sum-sub) to sumr-ytd-amount.
           move smt-ytd-house (sum-sub)  to sumr-ytd-house-amount.
           write summary-record.
       write-summary-record-end.
           exit.

      *
       terminate-run.
           perform print-currency-total thru print-currency-total-end
                   varying cur-sub from 1 by 1
                   until cur-sub > cur-loaded.
           move spaces to total-line.
           move "MONTH TOTAL - HOUSE EQUIVALENT" to tot-label.
           move month-count-total to tot-count.
           move month-amount-total to tot-amount.
           perform format-total-amount thru format-total-amount-end.
           write total-line.
           close listing-file.
           display "SUMMCLSE: MONTH CLOSED" upon crt.
       terminate-run-end.
           exit.

       print-currency-total.
           move spaces to total-line.
           string "MONTH TOTAL IN " delimited by size
                   curt-code (cur-sub) delimited by size
                   into tot-label.
           move curt-count (cur-sub) to tot-count.
           move curt-amount (cur-sub) to tot-amount.
           perform format-total-amount thru format-total-amount-end.
           write total-line.
       print-currency-total-end.
           exit.

       format-total-amount.
           if ctlp-decimal-period
              inspect tot-amount replacing all "." by "#"
              inspect tot-amount replacing all "," by "."
              inspect tot-amount replacing all "#" by ",".
       format-total-amount-end.
           exit.
