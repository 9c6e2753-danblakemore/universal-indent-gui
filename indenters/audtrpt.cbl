      *
      * modification history
      *   dlb   - original selection report over the audit trail
      *   dlb   - a TRANSFER record is followed by a line naming the
      *           account on the other side of the transfer
      *
       identification division.
       program-id.     audtrpt.
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

       fd  sorted-audit-file
           label records are standard.
           perform format-report-amounts thru
                   format-report-amounts-end.
           write report-line.
           if audt-action = "TRANSFER"
              move spaces to header-line
              string "            OTHER SIDE OF TRANSFER - ACCOUNT "
                      delimited by size
                      audt-contra-account delimited by size
                      into header-line
              write header-line.
       print-audit-line-end.
           exit.

