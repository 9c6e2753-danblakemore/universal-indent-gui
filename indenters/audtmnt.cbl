                         ==audt-after-amount==
                      by ==genr-after-amount==
                         ==audt-business-date==
                      by ==genr-business-date==
                         ==audt-contra-account==
                      by ==genr-contra-account==
                         ==audt-currency-code==
                      by ==genr-currency-code==.

       fd  listing-file
           label records are omitted.
