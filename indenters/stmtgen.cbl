      *
      * modification history
      *   dlb   - original master/audit match-merge statement print
      *   dlb   - each statement now opens with the holder's name and
      *           mailing address block off the account-holder
      *           profile file (PROFREC) and the delivery preference,
      *           so the statement can go straight in an envelope
      *   dlb   - a transfer line names the account on the other side
      *           of the transfer
      *   dlb   - multi-currency: the statement heading names the
      *           account's currency (blank on the master = the
      *           run-control house currency) and both position lines
      *           carry it; the audit amounts are already in it
      *
       identification division.
       program-id.     stmtgen.
           select control-file      assign to "CTLFILE"
                                    organization is sequential
                                    file status is control-file-status.
           select profile-file      assign to "PROFFILE"
                                    organization is indexed
                                    access mode is random
                                    record key is prof-account-number
                                    file status is profile-file-status.

       data division.
       file section.
                         ==audt-after-amount==
                      by ==rawa-after-amount==
                         ==audt-business-date==
                      by ==rawa-business-date==
                         ==audt-contra-account==
                      by ==rawa-contra-account==
                         ==audt-currency-code==
                      by ==rawa-currency-code==.

       sd  sort-work-file.
           copy audtrec
                         ==audt-after-amount==
                      by ==sorta-after-amount==
                         ==audt-business-date==
                      by ==sorta-business-date==
                         ==audt-contra-account==
                      by ==sorta-contra-account==
                         ==audt-currency-code==
                      by ==sorta-currency-code==.

      *
      *  Audit trail sorted into account/date order - this is what
           05  std-before          pic z.zzz.zzz.zz9,99-.
           05  filler              pic x(03).
           05  std-after           pic z.zzz.zzz.zz9,99-.
           05  filler              pic x(01).
           05  std-contra-label    pic x(04).
           05  std-contra          pic 9(09).
       01  stmt-address-line.
           05  filler              pic x(02).
           05  sta-text            pic x(40).
           05  filler              pic x(38).
       01  stmt-position-line.
           05  stp-label           pic x(20).
           05  stp-amount          pic z.zzz.zzz.zz9,99-.
           05  filler              pic x(01).
           05  stp-currency        pic x(03).
           05  filler              pic x(03).
           05  stp-status          pic x(10).
           05  filler              pic x(26).

       fd  control-file
           label records are standard.
           copy ctlprec.

       fd  profile-file
           label records are standard.
           copy profrec.

       working-storage section.
       77  request-eof-switch      pic x(01)  value "n".
       88  request-eof                        value "y".
       88  request-file-opened                  value "y".
       77  report-date             pic 9(06).
       77  statements-display      pic zzzz9.
       77  statement-currency      pic x(03).

       77  all-accounts-switch     pic x(01)  value "n".
       88  all-accounts                       value "y".
       77  control-file-opened-switch pic x(01)  value "n".
       88  control-file-opened                   value "y".

      *
      *  A missing profile file (or an account with no profile) only
      *  costs the statement its address block - the figures still
      *  print.
      *
       77  profile-file-status        pic x(02).
       77  profiles-present-switch    pic x(01)  value "n".
       88  profiles-present                      value "y".
       77  missing-profile-count      pic 9(05)  comp value zero.

       procedure division.
       main section.
      *
      *
       initialize-run.
           perform read-run-control thru read-run-control-end.
           move spaces to profile-file-status.
           open input profile-file.
           if profile-file-status = "00"
              move "y" to profiles-present-switch.
           open output statement-file.
           accept report-date from date.
           move spaces to header-line.
      *
       read-run-control.
           move "C" to ctlp-decimal-format.
           move spaces to ctlp-house-currency.
           move "n" to control-file-opened-switch.
           move spaces to control-file-status.
           open input control-file.
           add 1 to statements-printed.
           move spaces to header-line.
           write header-line.
           move mstr-currency-code to statement-currency.
           if statement-currency = spaces
              move ctlp-house-currency to statement-currency.
           move spaces to header-line.
           string "STATEMENT OF ACCOUNT " delimited by size
                   mstr-account-number delimited by size
                   "   CURRENCY " delimited by size
                   statement-currency delimited by size
                   into header-line.
           write header-line.
           perform print-address-block thru print-address-block-end.
           move spaces to stmt-position-line.
           move "OPENING POSITION" to stp-label.
           if not audit-eof
           else
              move mstr-amount to stp-amount
              move mstr-status to stp-status.
           move statement-currency to stp-currency.
           perform format-position-amount thru
                   format-position-amount-end.
           write stmt-position-line.
           move "CURRENT POSITION" to stp-label.
           move mstr-amount to stp-amount.
           move mstr-status to stp-status.
           move statement-currency to stp-currency.
           perform format-position-amount thru
                   format-position-amount-end.
           write stmt-position-line.
       print-statement-end.
           exit.

      *
      *  Holder name and mailing address off the profile, blank
      *  address lines closed up, then how the holder wants the
      *  statement delivered so the mail room can sort the run.
      *
       print-address-block.
           move spaces to profile-record.
           if profiles-present
              move mstr-account-number to prof-account-number
              read profile-file
                  invalid key
                     move spaces to profile-record.
           if profile-record = spaces
              add 1 to missing-profile-count
              move spaces to stmt-address-line
              move "*** NO ACCOUNT PROFILE ON FILE ***" to sta-text
              write stmt-address-line
              go to print-address-block-end.
           move spaces to stmt-address-line.
           move prof-holder-name to sta-text.
           write stmt-address-line.
           if prof-address-1 not = spaces
              move spaces to stmt-address-line
              move prof-address-1 to sta-text
              write stmt-address-line.
           if prof-address-2 not = spaces
              move spaces to stmt-address-line
              move prof-address-2 to sta-text
              write stmt-address-line.
           if prof-address-3 not = spaces
              move spaces to stmt-address-line
              move prof-address-3 to sta-text
              write stmt-address-line.
           if prof-postal-code not = spaces
              move spaces to stmt-address-line
              move prof-postal-code to sta-text
              write stmt-address-line.
           move spaces to stmt-address-line.
           if prof-deliver-email
              move "DELIVERY: ELECTRONIC" to sta-text
           else
              if prof-deliver-hold
                 move "DELIVERY: HOLD FOR COLLECTION" to sta-text
              else
                 move "DELIVERY: POST" to sta-text.
           write stmt-address-line.
       print-address-block-end.
           exit.

       print-activity-line.
           add 1 to activity-line-count.
           move spaces to stmt-detail-line.
           move audt-trans-kode   to std-kode.
           move audt-before-amount to std-before.
           move audt-after-amount  to std-after.
           if audt-action = "TRANSFER"
              move "A/C "              to std-contra-label
              move audt-contra-account to std-contra.
           perform format-detail-amounts thru
                   format-detail-amounts-end.
           write stmt-detail-line.
                   statements-display delimited by size
                   into header-line.
           write header-line.
           if missing-profile-count > zero
              move missing-profile-count to statements-display
              move spaces to header-line
              string "STATEMENTS WITH NO ACCOUNT PROFILE: "
                     delimited by size
                     statements-display delimited by size
                     into header-line
              write header-line.
           if request-file-opened
              close request-file.
           if profiles-present
              close profile-file.
           close master-file.
           close sorted-audit-file.
           close statement-file.
