      *           removed it from the live file) and REINSTAT
      *           counts as a record coming into being, so a
      *           recovery across an archive cycle still proves
      *   dlb   - the replay restores the account's currency from the
      *           audit record, and a record written from an after
      *           image alone starts from a cleared record area
      *           instead of whatever the failed keyed read left
      *
       identification division.
       program-id.     mstrecov.
                         ==mstr-last-trans-date==
                      by ==srec-last-trans-date==
                         ==mstr-last-trans-kode==
                      by ==srec-last-trans-kode==
                         ==mstr-currency-code==
                      by ==srec-currency-code==.

       fd  snap-control-file
           label records are standard.
                         ==mstr-last-trans-date==
                      by ==vrfy-last-trans-date==
                         ==mstr-last-trans-kode==
                      by ==vrfy-last-trans-kode==
                         ==mstr-currency-code==
                      by ==vrfy-currency-code==.

       fd  master-control-file
           label records are standard.
           move audt-after-amount to mstr-amount.
           move audt-date         to mstr-last-trans-date.
           move audt-trans-kode   to mstr-last-trans-kode.
           move audt-currency-code to mstr-currency-code.
           rewrite master-record
               invalid key
                  display "MSTRECOV: REWRITE FAILED ON REPLAY, "
                     audt-account-number delimited by size
                     into header-line
              write header-line.
           move spaces to master-record.
           move audt-account-number to mstr-account-number.
           move audt-after-status   to mstr-status.
           move audt-after-amount   to mstr-amount.
           move audt-date           to mstr-last-trans-date.
           move audt-trans-kode     to mstr-last-trans-kode.
           move audt-currency-code  to mstr-currency-code.
           write master-record
               invalid key
                  display "MSTRECOV: WRITE FAILED ON REPLAY, "
