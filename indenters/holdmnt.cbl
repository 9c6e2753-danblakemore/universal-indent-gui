      * Legal hold maintenance run.
      *
      * A garnishment order or a fraud freeze used to mean flipping
      * the account to status I on the console - which stopped the
      * credits that should still land and lost the account's true
      * status.  Holds now live on their own file (HOLDREC), keyed
      * by account number, and this run is the only thing that
      * changes it.  It reads the clerk's hold change cards in the
      * order they were keyed: a P card places a hold, a C card
      * overlays whichever fields it carries onto a hold in force,
      * an L card lifts one.  Every applied change is audited with
      * the whole hold record before and after onto the hold audit
      * file, with the operator named on the card.  The posting run
      * refuses debits that would eat into a held amount, the
      * archive run leaves a held account on the master, and the
      * suspense release will not release a debit onto one.  Every
      * card is listed with its disposition.
      *
      * modification history
      *   dlb   - original card-driven legal hold maintenance
      *
       identification division.
       program-id.     holdmnt.
       author.         dlb.
       environment division.
       configuration section.
       special-names.
            console is crt
            decimal-point is comma.
       input-output section.
       file-control.
           select card-file      assign to "HOLDCARD"
                                 organization is sequential
                                 file status is card-file-status.
           select hold-file      assign to "HOLDFILE"
                                 organization is indexed
                                 access mode is random
                                 record key is hold-account-number
                                 file status is hold-file-status.
           select master-file    assign to "MASTFILE"
                                 organization is indexed
                                 access mode is random
                                 record key is mstr-account-number
                                 file status is master-file-status.
           select hold-audit-file assign to "HOLDAUDT"
                                 organization is sequential.
           select listing-file   assign to "HOLDLIST"
                                 organization is sequential.
           select calendar-file  assign to "CALFILE"
                                 organization is sequential
                                 file status is calendar-file-status.
           select control-file   assign to "CTLFILE"
                                 organization is sequential
                                 file status is control-file-status.

       data division.
       file section.
       fd  card-file
           label records are standard.
           copy hcrdrec.

       fd  hold-file
           label records are standard.
           copy holdrec.

       fd  master-file
           label records are standard.
           copy mstrrec.

       fd  hold-audit-file
           label records are standard.
           copy haudrec.

       fd  listing-file
           label records are omitted.
       01  header-line             pic x(80).
       01  listing-line.
           05  filler              pic x(02).
           05  lst-account         pic x(09).
           05  filler              pic x(03).
           05  lst-action          pic x(01).
           05  filler              pic x(03).
           05  lst-type            pic x(01).
           05  filler              pic x(03).
           05  lst-held-amount     pic z.zzz.zzz.zz9,99.
           05  filler              pic x(03).
           05  lst-expiry-date     pic x(08).
           05  filler              pic x(03).
           05  lst-disposition     pic x(28).
       01  total-line.
           05  tot-label           pic x(40).
           05  tot-value           pic zz.zzz.zz9.
           05  filler              pic x(30).

       fd  calendar-file
           label records are standard.
           copy calrec.

       fd  control-file
           label records are standard.
           copy ctlprec.

       working-storage section.
       77  card-eof-switch         pic x(01)  value "n".
       88  card-eof                           value "y".

       77  card-file-status        pic x(02).
       77  hold-file-status        pic x(02).
       77  master-file-status      pic x(02).

       77  card-error-switch       pic x(01).
       88  card-in-error                      value "y".
       77  hold-on-file-switch     pic x(01).
       88  hold-on-file                       value "y".
       77  hold-active-switch      pic x(01).
       88  hold-active                        value "y".
       77  listing-disposition     pic x(28).

      *
      *  The hold as it stood before the card was applied - the
      *  audit record's before image.
      *
       01  hold-before-image       pic x(94).

      *
      *  A card's held amount is eleven digits with two assumed
      *  decimals - the redefinition is what carries the implied
      *  cents into the numeric move.
      *
       01  card-amount-work        pic x(11).
       01  card-amount-digits redefines card-amount-work
                                   pic 9(09)v99.

       77  placed-count            pic 9(06)  comp value zero.
       77  changed-count           pic 9(06)  comp value zero.
       77  lifted-count            pic 9(06)  comp value zero.
       77  refused-count           pic 9(06)  comp value zero.

       77  calendar-file-status    pic x(02).
       77  business-date           pic 9(08)  value zero.
       01  machine-date-full.
           05  filler              pic 9(02)  value 20.
           05  machine-yymmdd      pic 9(06).
       01  machine-date-full-n redefines machine-date-full
                                   pic 9(08).

       77  control-file-status        pic x(02).
       77  control-file-opened-switch pic x(01)  value "n".
       88  control-file-opened                   value "y".

       procedure division.
       main section.
      *
      *  One pass over the change cards in keyed order - a clerk who
      *  places a hold and corrects it on the next card gets both,
      *  in that order.
      *

           perform initialize-run thru initialize-run-end.
           perform read-card thru read-card-end.
           perform apply-card thru apply-card-end
                   until card-eof.
           perform terminate-run thru terminate-run-end.
           stop run.

      *
      *  A brand-new site has no hold file yet - it is created empty
      *  on the spot so the first run's P cards have somewhere to go.
      *
       initialize-run.
           perform read-run-control thru read-run-control-end.
           perform read-business-date thru read-business-date-end.
           open output listing-file.
           move spaces to header-line.
           string "LEGAL HOLD MAINTENANCE - BUSINESS DATE "
                   delimited by size
                   business-date delimited by size
                   into header-line.
           write header-line.
           move spaces to header-line.
           string "  ACCOUNT     A   T        HELD AMOUNT"
                  "   EXPIRES    DISPOSITION"
                   delimited by size into header-line.
           write header-line.
           move spaces to card-file-status.
           open input card-file.
           if card-file-status not = "00"
              move "y" to card-eof-switch
              move spaces to header-line
              string "NO HOLD CHANGE CARD FILE - NOTHING TO DO"
                     delimited by size into header-line
              write header-line.
           move spaces to hold-file-status.
           open i-o hold-file.
           if hold-file-status = "35"
              open output hold-file
              close hold-file
              move spaces to hold-file-status
              open i-o hold-file.
           if hold-file-status not = "00"
              display "HOLDMNT: CANNOT OPEN HOLD FILE - STATUS "
                      hold-file-status " - RUN ABENDED" upon crt
              move 16 to return-code
              stop run.
           move spaces to master-file-status.
           open input master-file.
           if master-file-status not = "00"
              display "HOLDMNT: CANNOT OPEN MASTER FILE - STATUS "
                      master-file-status " - RUN ABENDED" upon crt
              move 16 to return-code
              stop run.
           open extend hold-audit-file.
       initialize-run-end.
           exit.

      *
      *  Run-control parameters are shared with level88 so a site
      *  that has switched to period-decimal reporting gets the same
      *  formatting here, without a recompile.  A missing control
      *  file just means "use the site default" (comma-decimal).
      *
       read-run-control.
           move "C" to ctlp-decimal-format.
           move "n" to control-file-opened-switch.
           move spaces to control-file-status.
           open input control-file.
           if control-file-status = "00"
              move "y" to control-file-opened-switch
              read control-file
                  at end continue.
           if control-file-opened
              close control-file.
       read-run-control-end.
           exit.

      *
      *  Holds are placed, judged and audited under the calendar's
      *  current business date, same as the batch run; without a
      *  calendar the machine date stands in.
      *
       read-business-date.
           move spaces to calendar-file-status.
           open input calendar-file.
           if calendar-file-status not = "00"
              accept machine-yymmdd from date
              move machine-date-full-n to business-date
              go to read-business-date-end.
           perform scan-calendar-day thru scan-calendar-day-end
                   until calendar-file-status not = "00"
                      or business-date not = zero.
           close calendar-file.
           if business-date = zero
              accept machine-yymmdd from date
              move machine-date-full-n to business-date.
       read-business-date-end.
           exit.

       scan-calendar-day.
           read calendar-file
               at end go to scan-calendar-day-end.
           if cal-current-business-date
              move cal-date to business-date.
       scan-calendar-day-end.
           exit.

      *
       read-card.
           read card-file
               at end move "y" to card-eof-switch.
       read-card-end.
           exit.

      *
      *  One card: a non-numeric account, an unknown action or a
      *  card naming nobody is a miskeyed card and is listed, never
      *  guessed at.  Every change to a hold must say who made it.
      *
       apply-card.
           move spaces to listing-disposition.
           if hcrd-account-number not numeric
              move "ACCOUNT NOT NUMERIC" to listing-disposition
              perform refuse-card thru refuse-card-end
              go to apply-card-next.
           if hcrd-placed-by = spaces
              move "OPERATOR NOT NAMED" to listing-disposition
              perform refuse-card thru refuse-card-end
              go to apply-card-next.
           move hcrd-account-number to hold-account-number.
           move "n" to hold-on-file-switch.
           read hold-file
               invalid key
                  continue
               not invalid key
                  move "y" to hold-on-file-switch.
           if hcrd-place
              perform place-hold thru place-hold-end
           else
              if hcrd-change
                 perform change-hold thru change-hold-end
              else
                 if hcrd-lift
                    perform lift-hold thru lift-hold-end
                 else
                    move "ACTION NOT P, C OR L" to listing-disposition
                    perform refuse-card thru refuse-card-end.
       apply-card-next.
           perform read-card thru read-card-end.
       apply-card-end.
           exit.

      *
      *  A hold can only be placed on an account the master knows
      *  (active or not - an order can arrive for a dormant
      *  account), and never over one already in force: a second
      *  order against the same account is a change to the first.
      *  A lifted or expired hold on file is simply replaced.
      *
       place-hold.
           if hold-on-file
              perform judge-hold-in-force thru
                      judge-hold-in-force-end
              if hold-active
                 move "HOLD ALREADY IN FORCE" to listing-disposition
                 perform refuse-card thru refuse-card-end
                 go to place-hold-end.
           move hcrd-account-number to mstr-account-number.
           read master-file
               invalid key
                  move "ACCOUNT NOT ON MASTER" to listing-disposition
                  perform refuse-card thru refuse-card-end
                  go to place-hold-end.
           if hcrd-reason = spaces
              move "REASON REQUIRED" to listing-disposition
              perform refuse-card thru refuse-card-end
              go to place-hold-end.
           if hold-on-file
              move hold-record to hold-before-image
           else
              move spaces to hold-before-image.
           move spaces to hold-record.
           move hcrd-account-number to hold-account-number.
           move hcrd-hold-type      to hold-type.
           move hcrd-reason         to hold-reason.
           move hcrd-placed-by      to hold-placed-by.
           move business-date       to hold-placed-date.
           move zero                to hold-expiry-date.
           move zero                to hold-amount.
           move zero                to hold-lifted-date.
           set hold-in-force to true.
           if not hold-valid-type
              move "TYPE NOT G, F OR L" to listing-disposition
              perform refuse-card thru refuse-card-end
              go to place-hold-end.
           move "n" to card-error-switch.
           perform overlay-dated-fields thru overlay-dated-fields-end.
           if card-in-error
              perform refuse-card thru refuse-card-end
              go to place-hold-end.
           if hold-on-file
              rewrite hold-record
                  invalid key
                     move "HOLD REWRITE FAILED" to listing-disposition
                     perform refuse-card thru refuse-card-end
                     go to place-hold-end
           else
              write hold-record
                  invalid key
                     move "HOLD WRITE FAILED" to listing-disposition
                     perform refuse-card thru refuse-card-end
                     go to place-hold-end.
           add 1 to placed-count.
           move "PLACE" to haud-action.
           perform write-hold-audit thru write-hold-audit-end.
           move "HOLD PLACED" to listing-disposition.
           perform write-listing-line thru write-listing-line-end.
       place-hold-end.
           exit.

      *
      *  A change overlays only the fields the card carries - a
      *  blank field on the card leaves the hold's field alone.  Only
      *  a hold in force can be changed; a lapsed one is placed
      *  afresh so its placed date tells the truth.
      *
       change-hold.
           if not hold-on-file
              move "NO HOLD ON FILE" to listing-disposition
              perform refuse-card thru refuse-card-end
              go to change-hold-end.
           perform judge-hold-in-force thru judge-hold-in-force-end.
           if not hold-active
              move "HOLD NOT IN FORCE" to listing-disposition
              perform refuse-card thru refuse-card-end
              go to change-hold-end.
           move hold-record to hold-before-image.
           if hcrd-hold-type not = space
              move hcrd-hold-type to hold-type
              if not hold-valid-type
                 move "TYPE NOT G, F OR L" to listing-disposition
                 perform refuse-card thru refuse-card-end
                 go to change-hold-end.
           if hcrd-reason not = spaces
              move hcrd-reason to hold-reason.
           move "n" to card-error-switch.
           perform overlay-dated-fields thru overlay-dated-fields-end.
           if card-in-error
              perform refuse-card thru refuse-card-end
              go to change-hold-end.
           rewrite hold-record
               invalid key
                  move "HOLD REWRITE FAILED" to listing-disposition
                  perform refuse-card thru refuse-card-end
                  go to change-hold-end.
           add 1 to changed-count.
           move "CHANGE" to haud-action.
           perform write-hold-audit thru write-hold-audit-end.
           move "HOLD CHANGED" to listing-disposition.
           perform write-listing-line thru write-listing-line-end.
       change-hold-end.
           exit.

      *
      *  The expiry date and held amount are edited, not just
      *  copied: an expiry must be eight digits and not already
      *  past, a held amount eleven digits.  A bad one refuses the
      *  whole card so half a change never reaches the file.
      *
       overlay-dated-fields.
           if hcrd-expiry-date not = spaces
              if hcrd-expiry-date is not numeric
                 move "y" to card-error-switch
                 move "EXPIRY DATE NOT NUMERIC" to listing-disposition
                 go to overlay-dated-fields-end
              else
                 move hcrd-expiry-date to hold-expiry-date.
           if hold-expiry-date not = zero
              and hold-expiry-date < business-date
              move "y" to card-error-switch
              move "EXPIRY DATE ALREADY PAST" to listing-disposition
              go to overlay-dated-fields-end.
           if hcrd-held-amount not = spaces
              if hcrd-held-amount is not numeric
                 move "y" to card-error-switch
                 move "HELD AMOUNT NOT NUMERIC" to listing-disposition
              else
                 move hcrd-held-amount to card-amount-work
                 move card-amount-digits to hold-amount.
       overlay-dated-fields-end.
           exit.

      *
      *  Lifting keeps the record on file, stamped with the date, so
      *  the inquiry and the audit trail can still see what was
      *  there.
      *
       lift-hold.
           if not hold-on-file
              move "NO HOLD ON FILE" to listing-disposition
              perform refuse-card thru refuse-card-end
              go to lift-hold-end.
           if hold-lifted
              move "HOLD ALREADY LIFTED" to listing-disposition
              perform refuse-card thru refuse-card-end
              go to lift-hold-end.
           move hold-record to hold-before-image.
           set hold-lifted to true.
           move business-date to hold-lifted-date.
           rewrite hold-record
               invalid key
                  move "HOLD REWRITE FAILED" to listing-disposition
                  perform refuse-card thru refuse-card-end
                  go to lift-hold-end.
           add 1 to lifted-count.
           move "LIFT" to haud-action.
           perform write-hold-audit thru write-hold-audit-end.
           move "HOLD LIFTED" to listing-disposition.
           perform write-listing-line thru write-listing-line-end.
       lift-hold-end.
           exit.

      *
      *  A hold whose expiry date has passed is no longer in force,
      *  whatever its status byte still says - the judgement is
      *  made here for the card, never written back.
      *
       judge-hold-in-force.
           move "n" to hold-active-switch.
           if hold-in-force
              if hold-expiry-date = zero
                 or hold-expiry-date not < business-date
                 move "y" to hold-active-switch.
       judge-hold-in-force-end.
           exit.

      *
      *  Caller has moved the action and left the hold record
      *  holding the after image.
      *
       write-hold-audit.
           move business-date       to haud-business-date.
           move hold-account-number to haud-account-number.
           move hcrd-placed-by      to haud-operator.
           move hold-before-image   to haud-before-image.
           move hold-record         to haud-after-image.
           write hold-audit-record.
       write-hold-audit-end.
           exit.

       refuse-card.
           add 1 to refused-count.
           perform write-listing-line thru write-listing-line-end.
       refuse-card-end.
           exit.

       write-listing-line.
           move spaces to listing-line.
           move hcrd-account-number to lst-account.
           move hcrd-action         to lst-action.
           move hcrd-hold-type      to lst-type.
           move hcrd-expiry-date    to lst-expiry-date.
           if hcrd-held-amount is numeric
              move hcrd-held-amount to card-amount-work
              move card-amount-digits to lst-held-amount
              perform format-listing-amount thru
                      format-listing-amount-end.
           move listing-disposition to lst-disposition.
           write listing-line.
       write-listing-line-end.
           exit.

      *
      *  DECIMAL-POINT IS COMMA is a compile-time choice, so a
      *  period-decimal run swaps the separator characters in the
      *  already-edited amount field rather than re-editing it -
      *  same technique level88 uses for its register.
      *
       format-listing-amount.
           if ctlp-decimal-period
              inspect lst-held-amount replacing all "." by "#"
              inspect lst-held-amount replacing all "," by "."
              inspect lst-held-amount replacing all "#" by ",".
       format-listing-amount-end.
           exit.

      *
       terminate-run.
           move spaces to total-line.
           move "HOLDS PLACED" to tot-label.
           move placed-count to tot-value.
           write total-line.
           move spaces to total-line.
           move "HOLDS CHANGED" to tot-label.
           move changed-count to tot-value.
           write total-line.
           move spaces to total-line.
           move "HOLDS LIFTED" to tot-label.
           move lifted-count to tot-value.
           write total-line.
           move spaces to total-line.
           move "CARDS REFUSED" to tot-label.
           move refused-count to tot-value.
           write total-line.
           if card-file-status = "00" or = "10"
              close card-file.
           close hold-file.
           close master-file.
           close hold-audit-file.
           close listing-file.
           display "HOLDMNT: HOLD MAINTENANCE COMPLETE" upon crt.
       terminate-run-end.
           exit.
