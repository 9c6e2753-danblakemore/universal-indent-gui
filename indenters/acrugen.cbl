      * accounts are not assessed: the posting run rejects postings
      * against them, so a charge generated here would only bounce.
      * The balance carried on the master is the month-end balance;
      * that is the balance the accrual is computed on.  An account
      * on the delinquency file (overdrawn as of the last nightly
      * delinquency run) is charged the overdraft fee (O rate
      * record) in place of its status's service fee; with no
      * overdraft fee in force it pays the service fee as before.
      *
      * modification history
      *   dlb   - original month-end accrual pass over the master
      *   dlb   - overdraft fee from RATEFILE type O charged instead
      *           of the service fee to accounts on DELQFILE
      *   dlb   - multi-currency: interest is computed on the balance
      *           and so goes out in the account's currency; the
      *           flat fees off RATEFILE are house-currency amounts
      *           and go out with the currency blank, for the posting
      *           run to convert
      *
       identification division.
       program-id.     acrugen.
           select rate-file      assign to "RATEFILE"
                                 organization is sequential
                                 file status is rate-file-status.
           select delinquency-file assign to "DELQFILE"
                                 organization is indexed
                                 access mode is random
                                 record key is delq-account-number
                                 file status is delinquency-status.
           select accrual-file   assign to "ACRUBTCH"
                                 organization is sequential.
           select register-file  assign to "ACRULIST"
           label records are standard.
           copy raterec.

       fd  delinquency-file
           label records are standard.
           copy delqrec.

       fd  accrual-file
           label records are standard.
           copy tranxrec.
           05  reg-interest        pic z.zzz.zz9,99-.
           05  filler              pic x(03).
           05  reg-fee             pic zz.zz9,99-.
           05  filler              pic x(02).
           05  reg-fee-note        pic x(09).
           05  filler              pic x(03).
       01  total-line.
           05  tot-label           pic x(40).
           05  tot-value           pic zzz.zzz.zz9.
       88  rate-eof                           value "y".
       77  rate-file-status        pic x(02).
       77  master-file-status      pic x(02).
       77  delinquency-status      pic x(02).
       77  delinquency-present-switch pic x(01) value "n".
       88  delinquency-present                value "y".
       77  account-delinquent-switch pic x(01).
       88  account-delinquent                 value "y".

      *
      *  The batch under construction: its number is 9 plus the
               10  frate-eff-date  pic 9(08).
               10  frate-status    pic x(01).
               10  frate-amount    pic 9(05)v99.
       77  orate-max               pic 9(02)  comp value 20.
       77  orate-loaded            pic 9(02)  comp value zero.
       77  orate-sub               pic 9(02)  comp.
       01  overdraft-rate-table.
           05  orate-entry         occurs 20 times.
               10  orate-eff-date  pic 9(08).
               10  orate-amount    pic 9(05)v99.

      *
      *  Accrual work fields.  Interest accumulates with four
       88  accrual-oversize                   value "y".
       77  gen-trans-kode          pic 9(02).
       77  gen-trans-amount        pic 9(07)v99.
       77  gen-trans-currency      pic x(03).

       77  accounts-read           pic 9(09)  comp value zero.
       77  accounts-assessed       pic 9(09)  comp value zero.
       77  oversize-count          pic 9(06)  comp value zero.
       77  interest-total          pic s9(11)v99 comp-3 value zero.
       77  fee-total               pic s9(11)v99 comp-3 value zero.
       77  overdraft-fee-count     pic 9(08)  comp value zero.
       77  overdraft-fee-total     pic s9(11)v99 comp-3 value zero.

       77  control-file-status        pic x(02).
       77  control-file-opened-switch pic x(01)  value "n".
                      master-file-status " - RUN ABENDED" upon crt
              move 16 to return-code
              stop run.
           move spaces to delinquency-status.
           open input delinquency-file.
           if delinquency-status = "00"
              move "y" to delinquency-present-switch.
           open output accrual-file.
           open output register-file.
           move spaces to header-line.
                    display "ACRUGEN: FEE TABLE FULL - "
                            "RECORD IGNORED" upon crt
              else
                 if rate-overdraft-fee
                    perform load-overdraft-rate thru
                            load-overdraft-rate-end
                 else
                    display "ACRUGEN: RATE RECORD TYPE NOT I, F "
                            "OR O - RECORD IGNORED" upon crt.
       load-rate-record-end.
           exit.

       load-overdraft-rate.
           if orate-loaded >= orate-max
              display "ACRUGEN: OVERDRAFT FEE TABLE FULL - "
                      "RECORD IGNORED" upon crt
              go to load-overdraft-rate-end.
           add 1 to orate-loaded.
           move rate-effective-date to orate-eff-date (orate-loaded).
           move rate-fee-amount to orate-amount (orate-loaded).
       load-overdraft-rate-end.
           exit.

      *
       read-master.
           read master-file
           if mstr-amount > zero
              perform accrue-month-interest thru
                      accrue-month-interest-end.
           perform find-account-fee thru find-account-fee-end.
           if interest-amount = zero and fee-amount = zero
              go to assess-account-next.
           add 1 to accounts-assessed.
           if interest-amount > zero
              move 14 to gen-trans-kode
              move interest-amount to gen-trans-amount
              move mstr-currency-code to gen-trans-currency
              perform write-accrual-transaction thru
                      write-accrual-transaction-end
              add 1 to interest-trans-count
           if fee-amount > zero
              move 13 to gen-trans-kode
              move fee-amount to gen-trans-amount
              move spaces to gen-trans-currency
              perform write-accrual-transaction thru
                      write-accrual-transaction-end
              add 1 to fee-trans-count
              add fee-amount to fee-total
              if account-delinquent
                 add 1 to overdraft-fee-count
                 add fee-amount to overdraft-fee-total.
       assess-account-next.
           perform read-master thru read-master-end.
       assess-account-end.
       judge-rate-row-end.
           exit.

      *
      *  An account on the delinquency file pays the overdraft fee
      *  in force; when none is in force (or the site keeps no
      *  delinquency file) the account pays its status's service
      *  fee like any other.
      *
       find-account-fee.
           move "n" to account-delinquent-switch.
           move "n" to fee-found-switch.
           if delinquency-present
              move mstr-account-number to delq-account-number
              read delinquency-file
                  invalid key
                     continue
                  not invalid key
                     perform find-overdraft-fee thru
                             find-overdraft-fee-end.
           if fee-found
              move "y" to account-delinquent-switch
           else
              perform find-status-fee thru find-status-fee-end.
       find-account-fee-end.
           exit.

       find-overdraft-fee.
           move zero to best-fee-eff-date.
           perform judge-overdraft-row thru judge-overdraft-row-end
                   varying orate-sub from 1 by 1
                   until orate-sub > orate-loaded.
       find-overdraft-fee-end.
           exit.

       judge-overdraft-row.
           if orate-eff-date (orate-sub) > business-date
              go to judge-overdraft-row-end.
           if not fee-found
              or orate-eff-date (orate-sub) > best-fee-eff-date
              move "y" to fee-found-switch
              move orate-eff-date (orate-sub)
                  to best-fee-eff-date
              move orate-amount (orate-sub) to fee-amount.
       judge-overdraft-row-end.
           exit.

      *
      *  The fee in force for this account's status: latest
      *  effective date not after the business date wins, and its
           move mstr-amount to reg-balance.
           move interest-amount to reg-interest.
           move fee-amount to reg-fee.
           if account-delinquent
              move "OVERDRAFT" to reg-fee-note.
           perform format-register-amounts thru
                   format-register-amounts-end.
           write register-line.
           move mstr-account-number to account-number.
           move gen-trans-amount to trans-amount.
           move business-date to trans-date.
           move gen-trans-currency to trans-currency-code.
           add 1 to generated-count.
           add gen-trans-kode to generated-kode-hash.
           add gen-trans-amount to generated-amount-total.
                   format-balance-amount-end.
           write balance-line.
           move spaces to total-line.
           move "OF WHICH OVERDRAFT FEES" to tot-label.
           move overdraft-fee-count to tot-value.
           write total-line.
           move spaces to balance-line.
           move "OVERDRAFT FEE TOTAL" to bal-label.
           move overdraft-fee-total to bal-amount.
           perform format-balance-amount thru
                   format-balance-amount-end.
           write balance-line.
           move spaces to total-line.
           move "ACCRUALS TOO LARGE - MANUAL REVIEW" to tot-label.
           move oversize-count to tot-value.
           write total-line.
                   format-balance-amount-end.
           write balance-line.
           close master-file.
           if delinquency-present
              close delinquency-file.
           close accrual-file.
           close register-file.
           display "ACRUGEN: ACCRUAL BATCH COMPLETE" upon crt.
