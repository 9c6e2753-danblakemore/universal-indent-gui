      *
      * modification history
      *   dlb   - original reinstate pass over the archive file
      *   dlb   - the audit record now carries the account's
      *           currency (AUDTREC), so master recovery rebuilds the
      *           account in it
      *
       identification division.
       program-id.     mstrein.
                         ==mstr-last-trans-date==
                      by ==arch-last-trans-date==
                         ==mstr-last-trans-kode==
                      by ==arch-last-trans-kode==
                         ==mstr-currency-code==
                      by ==arch-currency-code==.

       fd  master-file
           label records are standard.
           add mstr-amount to reinstated-amount-total.
           move business-date       to audt-date.
           move business-date       to audt-business-date.
           move zero                to audt-contra-account.
           move mstr-account-number to audt-account-number.
           move 11                  to audt-trans-kode.
           move "REINSTAT"          to audt-action.
           move zero                to audt-before-amount.
           move mstr-status         to audt-after-status.
           move mstr-amount         to audt-after-amount.
           move mstr-currency-code  to audt-currency-code.
           write audit-record.
           move "REINSTATED" to listing-disposition.
           perform write-listing-line thru
