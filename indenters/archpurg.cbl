      * can reproduce the deletion, and the MSTCTL control figures
      * are rolled down so the pre-run verification still balances.
      * The reinstate job copies an archived account back when a
      * dormant account comes back to life.  An account under a
      * legal hold is never archived, however long it has been
      * idle - it is listed as held and left on the master.
      *
      * modification history
      *   dlb   - original archive/purge pass over the master
      *   dlb   - accounts under a legal hold in force (HOLDREC) are
      *           listed and kept on the master instead of archived
      *   dlb   - the audit record now carries the account's
      *           currency (AUDTREC), so master recovery rebuilds the
      *           account in it
      *
       identification division.
       program-id.     archpurg.
           select control-file   assign to "CTLFILE"
                                 organization is sequential
                                 file status is control-file-status.
           select hold-file      assign to "HOLDFILE"
                                 organization is indexed
                                 access mode is random
                                 record key is hold-account-number
                                 file status is hold-file-status.

       data division.
       file section.
                         ==mstr-last-trans-date==
                      by ==arch-last-trans-date==
                         ==mstr-last-trans-kode==
                      by ==arch-last-trans-kode==
                         ==mstr-currency-code==
                      by ==arch-currency-code==.

       fd  audit-file
           label records are standard.
           05  reg-last-date       pic 9(08).
           05  filler              pic x(03).
           05  reg-days-idle       pic zzz9.
           05  filler              pic x(03).
           05  reg-note            pic x(16).
           05  filler              pic x(08).
       01  total-line.
           05  tot-label           pic x(40).
           05  tot-value           pic zzz.zzz.zz9.
           label records are standard.
           copy ctlprec.

       fd  hold-file
           label records are standard.
           copy holdrec.

       working-storage section.
       77  master-eof-switch       pic x(01)  value "n".
       88  master-eof                         value "y".
       77  accounts-read           pic 9(09)  comp value zero.
       77  archived-count          pic 9(09)  comp value zero.
       77  archived-amount-total   pic s9(13)v99 comp-3 value zero.
       77  held-count              pic 9(09)  comp value zero.

      *
      *  Legal holds.  A missing hold file means no account is under
      *  hold; the file is only read here.
      *
       77  hold-file-status        pic x(02).
       77  holds-present-switch    pic x(01)  value "n".
       88  holds-present                      value "y".
       77  account-held-switch     pic x(01).
       88  account-held                       value "y".

      *
      *  Business processing date and the calendar table - "how long
              stop run.
           open output archive-file.
           open extend audit-file.
           move spaces to hold-file-status.
           open input hold-file.
           if hold-file-status = "00"
              move "y" to holds-present-switch.
           perform read-master thru read-master-end.
       initialize-run-end.
           exit.

      *
      *  One master record: only inactive accounts idle past the
      *  site limit move, and only when no legal hold is in force on
      *  them; everything else stays put.
      *
       judge-master-record.
           add 1 to accounts-read.
           if not mstr-inactive
              go to judge-master-record-next.
           perform judge-idle-days thru judge-idle-days-end.
           if not archive-due
              go to judge-master-record-next.
           perform check-legal-hold thru check-legal-hold-end.
           if account-held
              add 1 to held-count
              perform write-register-line thru
                      write-register-line-end
           else
              perform archive-master-record thru
                      archive-master-record-end.
       judge-master-record-next.
       step-back-calendar-end.
           exit.

      *
      *  A hold counts while it is in force and its expiry date, the
      *  last day it applies, has not passed - the same judgement
      *  the posting run makes.
      *
       check-legal-hold.
           move "n" to account-held-switch.
           if not holds-present
              go to check-legal-hold-end.
           move mstr-account-number to hold-account-number.
           read hold-file
               invalid key
                  go to check-legal-hold-end.
           if not hold-in-force
              go to check-legal-hold-end.
           if hold-expiry-date not = zero
              and hold-expiry-date < business-date
              go to check-legal-hold-end.
           move "y" to account-held-switch.
       check-legal-hold-end.
           exit.

      *
      *  The move itself: archive copy first, then the audit record
      *  (action ARCHIVE, the record as its before image - the
           write archive-record.
           move business-date       to audt-date.
           move business-date       to audt-business-date.
           move zero                to audt-contra-account.
           move mstr-account-number to audt-account-number.
           move 15                  to audt-trans-kode.
           move "ARCHIVE"           to audt-action.
           move mstr-amount         to audt-before-amount.
           move mstr-status         to audt-after-status.
           move mstr-amount         to audt-after-amount.
           move mstr-currency-code  to audt-currency-code.
           write audit-record.
           delete master-file record.
           if master-file-status not = "00"
           move mstr-amount          to reg-amount.
           move mstr-last-trans-date to reg-last-date.
           move days-inactive        to reg-days-idle.
           if account-held
              move "HELD - KEPT" to reg-note.
           perform format-register-amount thru
                   format-register-amount-end.
           write register-line.
           move "ACCOUNTS ARCHIVED AND PURGED" to tot-label.
           move archived-count to tot-value.
           write total-line.
           move spaces to total-line.
           move "ACCOUNTS DUE BUT KEPT UNDER LEGAL HOLD" to tot-label.
           move held-count to tot-value.
           write total-line.
           move spaces to balance-line.
           move "ARCHIVED AMOUNT TOTAL" to bal-label.
           move archived-amount-total to bal-amount.
           close archive-file.
           close audit-file.
           close register-file.
           if holds-present
              close hold-file.
           perform update-master-control thru
                   update-master-control-end.
           display "ARCHPURG: ARCHIVE COMPLETE - TAKE A FRESH "
