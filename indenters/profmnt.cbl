      * Account-holder profile maintenance run.
      *
      * The entity master carries an account number, a status and an
      * amount - nobody's name.  The customer facts live on the
      * account-holder profile file (PROFREC), keyed by the same
      * account number, and this run is the only thing that changes
      * it.  It reads the clerk's profile change cards in the order
      * they were keyed: an A card adds a profile, a C card overlays
      * whichever fields it carries onto an existing one, a D card
      * removes one.  Every applied change is audited with the whole
      * profile before and after, the way the master is audited,
      * but onto the profile audit file - the master recovery run
      * replays AUDTFILE onto the master, and a profile image does
      * not belong there.  A profile cannot be deleted while its
      * account is still active on the master; the statement run and
      * the console inquiry would lose the holder's name.  Every card
      * is listed with its disposition.
      *
      * modification history
      *   dlb   - original card-driven profile maintenance
      *
       identification division.
       program-id.     profmnt.
       author.         dlb.
       environment division.
       configuration section.
       special-names.
            console is crt
            decimal-point is comma.
       input-output section.
       file-control.
           select card-file      assign to "PROFCARD"
                                 organization is sequential
                                 file status is card-file-status.
           select profile-file   assign to "PROFFILE"
                                 organization is indexed
                                 access mode is random
                                 record key is prof-account-number
                                 file status is profile-file-status.
           select master-file    assign to "MASTFILE"
                                 organization is indexed
                                 access mode is random
                                 record key is mstr-account-number
                                 file status is master-file-status.
           select profile-audit-file assign to "PROFAUDT"
                                 organization is sequential.
           select listing-file   assign to "PROFLIST"
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
           copy pcrdrec.

       fd  profile-file
           label records are standard.
           copy profrec.

       fd  master-file
           label records are standard.
           copy mstrrec.

       fd  profile-audit-file
           label records are standard.
           copy paudrec.

       fd  listing-file
           label records are omitted.
       01  header-line             pic x(80).
       01  listing-line.
           05  filler              pic x(02).
           05  lst-account         pic x(09).
           05  filler              pic x(03).
           05  lst-action          pic x(01).
           05  filler              pic x(03).
           05  lst-holder-name     pic x(30).
           05  filler              pic x(03).
           05  lst-disposition     pic x(28).
           05  filler              pic x(01).
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
       77  profile-file-status     pic x(02).
       77  master-file-status      pic x(02).

       77  card-error-switch       pic x(01).
       88  card-in-error                      value "y".
       77  listing-disposition     pic x(28).
       77  listing-holder-name     pic x(30).

      *
      *  The profile as it stood before the card was applied - the
      *  audit record's before image.
      *
       01  profile-before-image    pic x(173).

       77  added-count             pic 9(06)  comp value zero.
       77  changed-count           pic 9(06)  comp value zero.
       77  deleted-count           pic 9(06)  comp value zero.
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
      *  adds a profile and corrects it on the next card gets both,
      *  in that order.
      *

           perform initialize-run thru initialize-run-end.
           perform read-card thru read-card-end.
           perform apply-card thru apply-card-end
                   until card-eof.
           perform terminate-run thru terminate-run-end.
           stop run.

      *
      *  A brand-new site has no profile file yet - it is created
      *  empty on the spot so the first run's A cards have somewhere
      *  to go.
      *
       initialize-run.
           perform read-run-control thru read-run-control-end.
           perform read-business-date thru read-business-date-end.
           open output listing-file.
           move spaces to header-line.
           string "ACCOUNT PROFILE MAINTENANCE - BUSINESS DATE "
                   delimited by size
                   business-date delimited by size
                   into header-line.
           write header-line.
           move spaces to header-line.
           string "  ACCOUNT     A   HOLDER NAME"
                  "                      DISPOSITION"
                   delimited by size into header-line.
           write header-line.
           move spaces to card-file-status.
           open input card-file.
           if card-file-status not = "00"
              move "y" to card-eof-switch
              move spaces to header-line
              string "NO PROFILE CHANGE CARD FILE - NOTHING TO DO"
                     delimited by size into header-line
              write header-line.
           move spaces to profile-file-status.
           open i-o profile-file.
           if profile-file-status = "35"
              open output profile-file
              close profile-file
              move spaces to profile-file-status
              open i-o profile-file.
           if profile-file-status not = "00"
              display "PROFMNT: CANNOT OPEN PROFILE FILE - STATUS "
                      profile-file-status " - RUN ABENDED" upon crt
              move 16 to return-code
              stop run.
           move spaces to master-file-status.
           open input master-file.
           if master-file-status not = "00"
              display "PROFMNT: CANNOT OPEN MASTER FILE - STATUS "
                      master-file-status " - RUN ABENDED" upon crt
              move 16 to return-code
              stop run.
           open extend profile-audit-file.
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
      *  Audit records are stamped with the calendar's current
      *  business date, same as the batch run; without a calendar
      *  the machine date stands in.
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
      *  One card: a non-numeric account or an unknown action is a
      *  miskeyed card and is listed, never guessed at.
      *
       apply-card.
           move spaces to listing-disposition.
           move pcrd-holder-name to listing-holder-name.
           if pcrd-account-number not numeric
              move "ACCOUNT NOT NUMERIC" to listing-disposition
              perform refuse-card thru refuse-card-end
              go to apply-card-next.
           move pcrd-account-number to prof-account-number.
           if pcrd-add
              perform add-profile thru add-profile-end
           else
              if pcrd-change
                 perform change-profile thru change-profile-end
              else
                 if pcrd-delete
                    perform delete-profile thru delete-profile-end
                 else
                    move "ACTION NOT A, C OR D" to listing-disposition
                    perform refuse-card thru refuse-card-end.
       apply-card-next.
           perform read-card thru read-card-end.
       apply-card-end.
           exit.

      *
      *  An add carries the whole profile: the name and the first
      *  address line are required, the delivery preference defaults
      *  to post, and the date opened defaults to the business date.
      *
       add-profile.
           read profile-file
               invalid key
                  continue
               not invalid key
                  move "PROFILE ALREADY ON FILE" to listing-disposition
                  perform refuse-card thru refuse-card-end
                  go to add-profile-end.
           if pcrd-holder-name = spaces
              or pcrd-address-1 = spaces
              move "NAME AND ADDRESS REQUIRED" to listing-disposition
              perform refuse-card thru refuse-card-end
              go to add-profile-end.
           move spaces to profile-before-image.
           move pcrd-account-number to prof-account-number.
           move pcrd-holder-name    to prof-holder-name.
           move pcrd-address-1      to prof-address-1.
           move pcrd-address-2      to prof-address-2.
           move pcrd-address-3      to prof-address-3.
           move pcrd-postal-code    to prof-postal-code.
           move pcrd-contact-phone  to prof-contact-phone.
           move "P"                 to prof-delivery-pref.
           move business-date       to prof-date-opened.
           move "n" to card-error-switch.
           perform overlay-coded-fields thru overlay-coded-fields-end.
           if card-in-error
              perform refuse-card thru refuse-card-end
              go to add-profile-end.
           write profile-record
               invalid key
                  move "PROFILE WRITE FAILED" to listing-disposition
                  perform refuse-card thru refuse-card-end
                  go to add-profile-end.
           add 1 to added-count.
           move "ADD" to paud-action.
           perform write-profile-audit thru write-profile-audit-end.
           move "PROFILE ADDED" to listing-disposition.
           perform write-listing-line thru write-listing-line-end.
       add-profile-end.
           exit.

      *
      *  A change overlays only the fields the card carries - a
      *  blank field on the card leaves the profile's field alone.
      *
       change-profile.
           read profile-file
               invalid key
                  move "NO PROFILE ON FILE" to listing-disposition
                  perform refuse-card thru refuse-card-end
                  go to change-profile-end.
           move prof-holder-name to listing-holder-name.
           move profile-record to profile-before-image.
           if pcrd-holder-name not = spaces
              move pcrd-holder-name to prof-holder-name.
           if pcrd-address-1 not = spaces
              move pcrd-address-1 to prof-address-1.
           if pcrd-address-2 not = spaces
              move pcrd-address-2 to prof-address-2.
           if pcrd-address-3 not = spaces
              move pcrd-address-3 to prof-address-3.
           if pcrd-postal-code not = spaces
              move pcrd-postal-code to prof-postal-code.
           if pcrd-contact-phone not = spaces
              move pcrd-contact-phone to prof-contact-phone.
           move "n" to card-error-switch.
           perform overlay-coded-fields thru overlay-coded-fields-end.
           if card-in-error
              perform refuse-card thru refuse-card-end
              go to change-profile-end.
           rewrite profile-record
               invalid key
                  move "PROFILE REWRITE FAILED" to listing-disposition
                  perform refuse-card thru refuse-card-end
                  go to change-profile-end.
           add 1 to changed-count.
           move prof-holder-name to listing-holder-name.
           move "CHANGE" to paud-action.
           perform write-profile-audit thru write-profile-audit-end.
           move "PROFILE CHANGED" to listing-disposition.
           perform write-listing-line thru write-listing-line-end.
       change-profile-end.
           exit.

      *
      *  The two coded fields are edited, not just copied: a
      *  delivery preference must be P, E or H and a date opened
      *  must be eight digits.  A bad one refuses the whole card so
      *  half a change never reaches the file.
      *
       overlay-coded-fields.
           if pcrd-delivery-pref not = space
              move pcrd-delivery-pref to prof-delivery-pref
              if not prof-valid-delivery
                 move "y" to card-error-switch
                 move "DELIVERY NOT P, E OR H" to listing-disposition
                 go to overlay-coded-fields-end.
           if pcrd-date-opened not = spaces
              if pcrd-date-opened is numeric
                 move pcrd-date-opened to prof-date-opened
              else
                 move "y" to card-error-switch
                 move "DATE OPENED NOT NUMERIC" to listing-disposition.
       overlay-coded-fields-end.
           exit.

      *
      *  A profile goes only once its account is off the live
      *  master or inactive - an active account with no name is
      *  exactly the problem this file exists to solve.
      *
       delete-profile.
           read profile-file
               invalid key
                  move "NO PROFILE ON FILE" to listing-disposition
                  perform refuse-card thru refuse-card-end
                  go to delete-profile-end.
           move prof-holder-name to listing-holder-name.
           move prof-account-number to mstr-account-number.
           read master-file
               invalid key
                  continue
               not invalid key
                  if mstr-active
                     move "ACCOUNT ACTIVE ON MASTER"
                         to listing-disposition
                     perform refuse-card thru refuse-card-end
                     go to delete-profile-end.
           move profile-record to profile-before-image.
           delete profile-file
               invalid key
                  move "PROFILE DELETE FAILED" to listing-disposition
                  perform refuse-card thru refuse-card-end
                  go to delete-profile-end.
           add 1 to deleted-count.
           move "DELETE" to paud-action.
           move spaces to profile-record.
           move pcrd-account-number to prof-account-number.
           perform write-profile-audit thru write-profile-audit-end.
           move "PROFILE DELETED" to listing-disposition.
           perform write-listing-line thru write-listing-line-end.
       delete-profile-end.
           exit.

      *
      *  Caller has moved the action and left the profile record
      *  holding the after image (spaces past the key for a delete).
      *
       write-profile-audit.
           move business-date        to paud-business-date.
           move prof-account-number  to paud-account-number.
           move profile-before-image to paud-before-image.
           move profile-record       to paud-after-image.
           write profile-audit-record.
       write-profile-audit-end.
           exit.

       refuse-card.
           add 1 to refused-count.
           perform write-listing-line thru write-listing-line-end.
       refuse-card-end.
           exit.

       write-listing-line.
           move spaces to listing-line.
           move pcrd-account-number to lst-account.
           move pcrd-action         to lst-action.
           move listing-holder-name to lst-holder-name.
           move listing-disposition to lst-disposition.
           write listing-line.
       write-listing-line-end.
           exit.

      *
       terminate-run.
           move spaces to total-line.
           move "PROFILES ADDED" to tot-label.
           move added-count to tot-value.
           write total-line.
           move spaces to total-line.
           move "PROFILES CHANGED" to tot-label.
           move changed-count to tot-value.
           write total-line.
           move spaces to total-line.
           move "PROFILES DELETED" to tot-label.
           move deleted-count to tot-value.
           write total-line.
           move spaces to total-line.
           move "CARDS REFUSED" to tot-label.
           move refused-count to tot-value.
           write total-line.
           if card-file-status = "00" or = "10"
              close card-file.
           close profile-file.
           close master-file.
           close profile-audit-file.
           close listing-file.
           display "PROFMNT: PROFILE MAINTENANCE COMPLETE" upon crt.
       terminate-run-end.
           exit.
