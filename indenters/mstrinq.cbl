      *           onto the MSTCTL control figures, so the pre-run
      *           verification job still balances the master after a
      *           console session
      *   dlb   - the account display now shows the holder's name off
      *           the account-holder profile file (PROFREC)
      *   dlb   - the account display now shows a legal hold in force
      *           on the account (HOLDREC): type, held amount, expiry
      *           and reason
      *   dlb   - the audit record now carries the account's
      *           currency (AUDTREC), so master recovery rebuilds the
      *           account in it
      *
       identification division.
       program-id.     mstrinq.
           select master-control-file assign to "MSTCTL"
                                organization is sequential
                                file status is master-control-status.
           select profile-file  assign to "PROFFILE"
                                organization is indexed
                                access mode is random
                                record key is prof-account-number
                                file status is profile-file-status.
           select hold-file     assign to "HOLDFILE"
                                organization is indexed
                                access mode is random
                                record key is hold-account-number
                                file status is hold-file-status.

       data division.
       file section.
           label records are standard.
           copy mctlrec.

       fd  profile-file
           label records are standard.
           copy profrec.

       fd  hold-file
           label records are standard.
           copy holdrec.

       working-storage section.
       77  done-switch             pic x(01)  value "n".
       88  operator-done                      value "y".
       88  maintenance-allowed                   value "y".
       77  changes-made            pic 9(05)  comp value zero.
       77  master-control-status   pic x(02).
       77  profile-file-status     pic x(02).
       77  profiles-present-switch pic x(01)  value "n".
       88  profiles-present                   value "y".
       77  hold-file-status        pic x(02).
       77  holds-present-switch    pic x(01)  value "n".
       88  holds-present                      value "y".
       77  hold-type-display       pic x(11).

       procedure division.
       main section.
              move 16 to return-code
              stop run.
           open extend audit-file.
           move spaces to profile-file-status.
           open input profile-file.
           if profile-file-status = "00"
              move "y" to profiles-present-switch.
           move spaces to hold-file-status.
           open input hold-file.
           if hold-file-status = "00"
              move "y" to holds-present-switch.
           if ctlp-supervisor-code not = spaces
              move "y" to maintenance-allowed-switch
           else
              inspect amount-display replacing all "," by "."
              inspect amount-display replacing all "#" by ",".
           display "ACCOUNT:         " mstr-account-number upon crt.
           perform display-holder-name thru display-holder-name-end.
           display "STATUS:          " mstr-status upon crt.
           display "AMOUNT:          " amount-display upon crt.
           display "LAST TRANS DATE: " mstr-last-trans-date
                   upon crt.
           display "LAST TRANS KODE: " mstr-last-trans-kode
                   upon crt.
           perform display-legal-hold thru display-legal-hold-end.
       display-master-end.
           exit.

      *
      *  The holder's name is read-only here - the profile
      *  maintenance run owns the profile file.
      *
       display-holder-name.
           if not profiles-present
              display "HOLDER NAME:     (NO PROFILE FILE)" upon crt
              go to display-holder-name-end.
           move mstr-account-number to prof-account-number.
           read profile-file
               invalid key
                  display "HOLDER NAME:     (NO PROFILE ON FILE)"
                          upon crt
                  go to display-holder-name-end.
           display "HOLDER NAME:     " prof-holder-name upon crt.
       display-holder-name-end.
           exit.

      *
      *  Only a hold still in force is shown - a lifted or expired
      *  one no longer restricts the account.  Read-only here; the
      *  hold maintenance run owns the hold file.  A held amount of
      *  zero freezes every debit on the account.
      *
       display-legal-hold.
           if not holds-present
              go to display-legal-hold-end.
           move mstr-account-number to hold-account-number.
           read hold-file
               invalid key
                  go to display-legal-hold-end.
           if not hold-in-force
              go to display-legal-hold-end.
           if hold-expiry-date not = zero
              and hold-expiry-date < business-date
              go to display-legal-hold-end.
           if hold-garnishment
              move "GARNISHMENT" to hold-type-display
           else
              if hold-fraud-freeze
                 move "FRAUD"     to hold-type-display
              else
                 move "LEGAL"     to hold-type-display.
           display "*** LEGAL HOLD IN FORCE: " hold-type-display
                   " PLACED " hold-placed-date
                   " BY " hold-placed-by upon crt.
           if hold-amount = zero
              display "HELD AMOUNT:     WHOLE ACCOUNT FROZEN"
                      upon crt
           else
              perform display-held-amount thru
                      display-held-amount-end.
           if hold-expiry-date = zero
              display "HOLD EXPIRES:    UNTIL LIFTED" upon crt
           else
              display "HOLD EXPIRES:    " hold-expiry-date upon crt.
           display "HOLD REASON:     " hold-reason upon crt.
       display-legal-hold-end.
           exit.

       display-held-amount.
           move hold-amount to amount-display.
           if ctlp-decimal-period
              inspect amount-display replacing all "." by "#"
              inspect amount-display replacing all "," by "."
              inspect amount-display replacing all "#" by ",".
           display "HELD AMOUNT:     " amount-display upon crt.
       display-held-amount-end.
           exit.

      *
      *  S flips the status, A corrects the amount, anything else
      *  moves on.  Either change demands the supervisor code first
           add 1 to changes-made.
           move business-date       to audt-date.
           move business-date       to audt-business-date.
           move zero                to audt-contra-account.
           move mstr-account-number to audt-account-number.
           move 11                  to audt-trans-kode.
           move "MAINT"             to audt-action.
           move mstr-status         to audt-after-status.
           move mstr-amount         to audt-after-amount.
           move mstr-currency-code  to audt-currency-code.
           write audit-record.
           perform update-master-control thru
                   update-master-control-end.
       terminate-run.
           close master-file.
           close audit-file.
           if profiles-present
              close profile-file.
           if holds-present
              close hold-file.
           display "MSTRINQ: SESSION COMPLETE, CHANGES MADE: "
                   changes-made upon crt.
       terminate-run-end.
