      * modification history
      *   dlb   - original console entry session with operator
      *           batch balancing
      *   dlb   - kode 16 transfers prompt for the contra account,
      *           which must be an active account on the master other
      *           than the one debited, and refuse a negative amount
      *   dlb   - multi-currency: each item prompts for its currency,
      *           defaulting to the account's own (a create's becomes
      *           the new account's currency); a code must be three
      *           letters, and a transfer between accounts held in
      *           different currencies is refused at the console
      *
       identification division.
       program-id.     tranentr.
      *
       77  kode-answer             pic x(02).
       77  account-answer          pic x(09).
       77  contra-answer           pic x(09).
       77  sign-answer             pic x(01).
       77  date-answer             pic x(08).
       77  confirm-answer          pic x(01).
       77  currency-answer         pic x(03).
       01  amount-answer           pic x(09).
       01  amount-answer-digits redefines amount-answer
                                   pic 9(07)v99.
                                   pic 9(11)v99.

       77  entry-amount            pic s9(07)v99.

      *
      *  Currency the keyed account is held in, blank resolved to
      *  the house currency, and the count of blanks in a keyed
      *  currency code (any at all means the code is incomplete).
      *
       77  item-account-currency   pic x(03).
       77  item-contra-currency    pic x(03).
       77  currency-space-count    pic 9(02)  comp value zero.
       77  control-count-entered   pic 9(05).
       77  control-amount-entered  pic s9(11)v99.

      *
       read-run-control.
           move "C" to ctlp-decimal-format.
           move spaces to ctlp-house-currency.
           move "n" to control-file-opened-switch.
           move spaces to control-file-status.
           open input control-file.
           exit.

      *
      *  One item: kode, account, amount, currency and date, each
      *  edited as keyed, the account proved against the master, and
      *  the accepted item written and tallied on the spot.
      *
       key-one-item.
           move "n" to item-error-switch.
           perform key-item-account thru key-item-account-end.
           if item-in-error
              go to key-one-item-end.
           if transfer-trans
              perform key-item-contra thru key-item-contra-end
              if item-in-error
                 go to key-one-item-end.
           perform key-item-amount thru key-item-amount-end.
           if item-in-error
              go to key-one-item-end.
           perform key-item-currency thru key-item-currency-end.
           if item-in-error
              go to key-one-item-end.
           perform key-item-date thru key-item-date-end.
           exit.

       judge-missing-account.
           move ctlp-house-currency to item-account-currency.
           if not create
              display "ACCOUNT NOT ON MASTER - ITEM REFUSED"
                      upon crt
           exit.

       judge-found-account.
           move mstr-currency-code to item-account-currency.
           if item-account-currency = spaces
              move ctlp-house-currency to item-account-currency.
           if create
              display "ACCOUNT ALREADY ON MASTER - ITEM REFUSED"
                      upon crt
       judge-found-account-end.
           exit.

      *
      *  A transfer credits the contra account, so that account gets
      *  the same check a posting would: on the master and active.
      *
       key-item-contra.
           display "CONTRA ACCOUNT TO CREDIT (9 DIGITS)" upon crt.
           move spaces to contra-answer.
           accept contra-answer from crt.
           if contra-answer not numeric
              display "CONTRA ACCOUNT MUST BE 9 DIGITS - ITEM "
                      "REFUSED" upon crt
              move "y" to item-error-switch
              go to key-item-contra-end.
           move contra-answer to trans-contra-account.
           if trans-contra-account = zero
              or trans-contra-account = account-number
              display "CONTRA ACCOUNT MUST DIFFER FROM ACCOUNT - "
                      "ITEM REFUSED" upon crt
              move "y" to item-error-switch
              go to key-item-contra-end.
           move trans-contra-account to mstr-account-number.
           read master-file
               invalid key
                  display "CONTRA ACCOUNT NOT ON MASTER - ITEM "
                          "REFUSED" upon crt
                  move "y" to item-error-switch
                  go to key-item-contra-end.
           if mstr-inactive
              display "CONTRA ACCOUNT INACTIVE - ITEM REFUSED"
                      upon crt
              move "y" to item-error-switch
              go to key-item-contra-end.
           move mstr-currency-code to item-contra-currency.
           if item-contra-currency = spaces
              move ctlp-house-currency to item-contra-currency.
           if item-contra-currency not = item-account-currency
              display "CONTRA ACCOUNT HELD IN " item-contra-currency
                      " - ITEM REFUSED" upon crt
              move "y" to item-error-switch.
       key-item-contra-end.
           exit.

       key-item-amount.
           display "AMOUNT, 9 DIGITS, 2 ASSUMED DECIMALS"
                   upon crt.
           display "SIGN? ENTER=POSITIVE, MINUS=NEGATIVE" upon crt.
           move space to sign-answer.
           accept sign-answer from crt.
           if sign-answer = "-" and transfer-trans
              display "TRANSFER AMOUNT MUST BE POSITIVE - ITEM "
                      "REFUSED" upon crt
              move "y" to item-error-switch
              go to key-item-amount-end.
           if sign-answer = "-"
              compute entry-amount = zero - amount-answer-digits
           else
       key-item-amount-end.
           exit.

      *
      *  The amount is taken to be in the account's own currency
      *  unless another is keyed; the posting run converts it at the
      *  day's rate, or refuses it when no rate is on file.  A
      *  create's currency is the one the new account will be held
      *  in.  A transfer is not converted, so it must be keyed in
      *  the account's currency.
      *
       key-item-currency.
           display "CURRENCY OR ENTER FOR " item-account-currency
                   upon crt.
           move spaces to currency-answer.
           accept currency-answer from crt.
           if currency-answer = spaces
              move item-account-currency to currency-answer.
           if currency-answer is not alphabetic-upper
              display "CURRENCY MUST BE 3 LETTERS - ITEM REFUSED"
                      upon crt
              move "y" to item-error-switch
              go to key-item-currency-end.
           move zero to currency-space-count.
           inspect currency-answer tallying currency-space-count
                   for all spaces.
           if currency-space-count > zero
              and currency-answer not = spaces
              display "CURRENCY MUST BE 3 LETTERS - ITEM REFUSED"
                      upon crt
              move "y" to item-error-switch
              go to key-item-currency-end.
           if transfer-trans
              and currency-answer not = item-account-currency
              display "TRANSFER MUST BE IN " item-account-currency
                      " - ITEM REFUSED" upon crt
              move "y" to item-error-switch
              go to key-item-currency-end.
           move currency-answer to trans-currency-code.
       key-item-currency-end.
           exit.

       key-item-date.
           display "DATE YYYYMMDD OR ENTER FOR BUSINESS DATE"
                   upon crt.
