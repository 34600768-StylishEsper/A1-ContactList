       identification division.
       program-id. Program21 as "A1_ContactList.Program21".
       date-written. 2026-10-15.
       author. Ahmed Butt.

      *> modification-history.
      *> 2026-10-15  AB  new program: front-desk maintenance at the
      *>                 terminal.  The clerk picks a function (add,
      *>                 change, delete, merge, inactivate, reinstate),
      *>                 finds the contact on CONTACT-MASTER.DAT by ID
      *>                 - falling back to the CONTACT-XREF.DAT
      *>                 retired-ID cross-reference - or by a name or
      *>                 surname fragment, sees its current values and
      *>                 keys only the fields that change.  The
      *>                 transaction runs the same code, ID, phone,
      *>                 email and consent edits as Program4's
      *>                 310-360 on the spot, so a keying slip is
      *>                 fixed at the desk instead of turning up in
      *>                 suspense the next morning, and a clean
      *>                 TRANS-REC is appended to CONTACT-TRANS.DAT
      *>                 for tonight's batch.  The S function walks
      *>                 CONTACT-SUSPENSE.DAT: a suspended transaction
      *>                 can be corrected on screen and resubmitted
      *>                 (it leaves the suspense file and joins
      *>                 tonight's batch) or left where it is.  The
      *>                 master is only read, never written, so no
      *>                 master lock is taken.
      *> 2026-10-15  AB  every transaction keyed here names the clerk
      *>                 (the USER environment variable) as its
      *>                 submitter and runs Program4's new authority
      *>                 edit against CONTACT-AUTHORITY.DAT.  New
      *>                 functions P (approve) and N (decline) decide
      *>                 the DELETE, MERGE or INACTIVATE items held on
      *>                 CONTACT-PENDING.DAT for a contact, which are
      *>                 listed before the decision is keyed.
      *> 2026-10-15  AB  declare the master's new alternate keys
      *>                 (email, sort name, company) so the file opens
      *>                 with its full key definition.
      *> 2026-10-15  AB  new functions K (add a phone number or email
      *>                 address) and W (withdraw one - X is the
      *>                 desk's exit - written as the X transaction)
      *>                 list the contact's CONTACT-CHANNEL.DAT
      *>                 channels, prompt for the type, the value and
      *>                 the primary flag, and run Program4's channel
      *>                 edits; the suspense fix takes K and X codes
      *>                 too.  A CHANGE's field prompt no longer
      *>                 offers "*" as a blank - Program2 leaves a
      *>                 blank field as it is - but as taking back a
      *>                 value keyed earlier.

       environment division.
       configuration section.

       input-output section.
       file-control.

           select contact-master
               assign to "../../../A1-ContactList/CONTACT-MASTER.DAT"
               organization is indexed
               access mode is dynamic
               record key is contact-id
               alternate record key is contact-email-key
                   with duplicates
               alternate record key is contact-sort-name
                   with duplicates
               alternate record key is contact-company-key
                   with duplicates
               file status is ws-master-status.

           select contact-xref
               assign to "../../../A1-ContactList/CONTACT-XREF.DAT"
               organization is indexed
               access mode is random
               record key is xref-old-id
               file status is ws-xref-status.

           select contact-trans
               assign to "../../../A1-ContactList/CONTACT-TRANS.DAT"
               organization is line sequential
               file status is ws-trans-status.

           select suspense-in
               assign to "../../../A1-ContactList/CONTACT-SUSPENSE.DAT"
               organization is line sequential
               file status is ws-susp-in-status.

           select suspense-keep
               assign to "../../../A1-ContactList/CONTACT-SUSPENSE.WRK"
               organization is line sequential.

           select authority-file
               assign to "../../../A1-ContactList/CONTACT-AUTHORITY.DAT"
               organization is line sequential
               file status is ws-auth-status.

           select pending-file
               assign to "../../../A1-ContactList/CONTACT-PENDING.DAT"
               organization is line sequential
               file status is ws-pend-status.

           select channel-file
               assign to "../../../A1-ContactList/CONTACT-CHANNEL.DAT"
               organization is indexed
               access mode is dynamic
               record key is channel-key
               file status is ws-channel-status.

           select run-control
               assign to "../../../A1-ContactList/CONTACT-RUNCTL.LOG"
               organization is line sequential
               file status is ws-runctl-status.

       data division.
       file section.

       fd contact-master
           data record is contact-rec.

           copy "CONTACT-REC.cpy".

       fd contact-xref
           data record is xref-rec.

           copy "XREF-REC.cpy".

       fd contact-trans
           data record is trans-rec.

           copy "TRANS-REC.cpy".

       fd suspense-in
           data record is susp-rec.

           copy "SUSPENSE-REC.cpy".

       fd suspense-keep
           data record is keep-line
           record contains 245 characters.

       01 keep-line pic x(245).

       fd authority-file
           data record is auth-rec.

           copy "AUTH-REC.cpy".

       fd pending-file
           data record is pend-rec.

           copy "PENDING-REC.cpy".

       fd channel-file
           data record is channel-rec.

           copy "CHANNEL-REC.cpy".

       fd run-control
           data record is runctl-line
           record contains 80 characters.

       01 runctl-line pic x(80).

       working-storage section.

       01 ws-master-status pic xx.
         88 ws-master-ok value "00".
         88 ws-master-not-found value "23" "35".

       01 ws-xref-status pic xx.
         88 ws-xref-ok value "00".
         88 ws-xref-not-found value "23" "35".

       01 ws-trans-status pic xx.
         88 ws-trans-ok value "00".
         88 ws-trans-not-found value "35".

       01 ws-susp-in-status pic xx.
         88 ws-susp-in-ok value "00".
         88 ws-susp-in-not-found value "35".

       01 ws-auth-status pic xx.
         88 ws-auth-ok value "00".
         88 ws-auth-not-found value "35".

       01 ws-pend-status pic xx.
         88 ws-pend-ok value "00".
         88 ws-pend-not-found value "35".

       01 ws-channel-status pic xx.
         88 ws-channel-ok value "00".
         88 ws-channel-not-found value "23" "35".

       01 ws-runctl-status pic xx.
         88 ws-runctl-ok value "00".
         88 ws-runctl-not-found value "35".

       01 ws-flags.
         05 ws-desk-done-flag pic x value "N".
           88 ws-desk-done value "Y".
         05 ws-master-missing-flag pic x value "N".
           88 ws-master-missing value "Y".
         05 ws-xref-missing-flag pic x value "N".
           88 ws-xref-missing value "Y".
         05 ws-found-flag pic x value "N".
           88 ws-found value "Y".
         05 ws-scan-eof-flag pic x value "N".
           88 ws-scan-eof value "Y".
         05 ws-len-found-flag pic x value "N".
           88 ws-len-found value "Y".
         05 ws-edit-done-flag pic x value "N".
           88 ws-edit-done value "Y".
         05 ws-written-flag pic x value "N".
           88 ws-written value "Y".
         05 ws-fixing-flag pic x value "N".
           88 ws-fixing-suspense value "Y".
         05 ws-susp-eof-flag pic x value "N".
           88 ws-susp-eof value "Y".
         05 ws-browse-done-flag pic x value "N".
           88 ws-browse-done value "Y".
         05 ws-roll-eof-flag pic x value "N".
           88 ws-roll-eof value "Y".
         05 ws-auth-eof-flag pic x value "N".
           88 ws-auth-eof value "Y".
         05 ws-pend-eof-flag pic x value "N".
           88 ws-pend-eof value "Y".
         05 ws-chan-eof-flag pic x value "N".
           88 ws-chan-eof value "Y".

      *> the function the clerk asked for.
       01 ws-function pic x(1).
         88 ws-func-add      value "A".
         88 ws-func-change   value "C".
         88 ws-func-delete   value "D".
         88 ws-func-merge    value "M".
         88 ws-func-inact    value "I".
         88 ws-func-reinst   value "R".
         88 ws-func-approve  value "P".
         88 ws-func-decline  value "N".
         88 ws-func-suspense value "S".
         88 ws-func-add-chan value "K".
         88 ws-func-drop-chan value "W".
         88 ws-func-exit     value "X" " ".

      *> one line keyed at the terminal, and its folded copy.
       01 ws-reply      pic x(30).
       01 ws-reply-fold pic x(30).

      *> field prompt: the caller loads the label, the master value
      *> to show, and whatever the transaction already carries; the
      *> answer comes back in ws-prompt-value - the keyed value, the
      *> kept value on a bare ENTER, or blank on "*".
       01 ws-prompt-work.
         05 ws-prompt-label pic x(10).
         05 ws-prompt-shown pic x(30).
         05 ws-prompt-keep  pic x(30).
         05 ws-prompt-value pic x(30).

      *> name-fragment lookup work.
       01 ws-lookup-work.
         05 ws-lookup-id     pic x(6).
         05 ws-search-value  pic x(30).
         05 ws-search-len    pic 9(2) value zero.
         05 ws-scan-i        pic 9(2).
         05 ws-target-name   pic x(30).
         05 ws-target-sort   pic x(30).
         05 ws-list-count    pic 9(4) value zero.
         05 ws-list-max      pic 9(4) value 20.

      *> the contact as it stands on the master, for the display and
      *> the prompts; a new contact or a suspense fix leaves it blank.
           copy "CONTACT-REC.cpy"
               replacing ==contact-rec==       by ==ws-cur-rec==
                         ==contact-id==         by ==ws-cur-id==
                         ==contact-name==       by ==ws-cur-name==
                         ==contact-email==      by ==ws-cur-email==
                         ==contact-phone==      by ==ws-cur-phone==
                         ==contact-sort-name==  by ==ws-cur-sort-name==
                         ==contact-company==    by ==ws-cur-company==
                         ==contact-addr1==      by ==ws-cur-addr1==
                         ==contact-addr2==      by ==ws-cur-addr2==
                         ==contact-city==       by ==ws-cur-city==
                         ==contact-state==      by ==ws-cur-state==
                         ==contact-postal==     by ==ws-cur-postal==
                         ==contact-status==     by ==ws-cur-status==
                         ==contact-is-inactive==
                             by ==ws-cur-is-inactive==
                         ==contact-status-date==
                             by ==ws-cur-status-date==
                         ==contact-no-email==   by ==ws-cur-no-email==
                         ==contact-dnc-email==  by ==ws-cur-dnc-email==
                         ==contact-no-phone==   by ==ws-cur-no-phone==
                         ==contact-dnc-phone==  by ==ws-cur-dnc-phone==
                         ==contact-no-postal==  by ==ws-cur-no-postal==
                         ==contact-email-key==  by ==ws-cur-email-key==
                         ==contact-company-key==
                             by ==ws-cur-company-key==
                         ==contact-key-company==
                             by ==ws-cur-key-company==
                         ==contact-key-sort-name==
                             by ==ws-cur-key-sort-name==
                         ==contact-dnc-postal==
                             by ==ws-cur-dnc-postal==.

      *> the transaction being keyed - the same edit area, under the
      *> same names, as Program4's edit pass.
           copy "TRANS-REC.cpy"
               replacing ==trans-rec==       by ==ws-edit-rec==
                         ==trans-code==       by ==ws-edit-code==
                         ==trans-is-add==     by ==ws-edit-is-add==
                         ==trans-is-change==  by ==ws-edit-is-change==
                         ==trans-is-delete==  by ==ws-edit-is-delete==
                         ==trans-id==         by ==ws-edit-id==
                         ==trans-name==       by ==ws-edit-name==
                         ==trans-email==      by ==ws-edit-email==
                         ==trans-phone==      by ==ws-edit-phone==
                         ==trans-company==    by ==ws-edit-company==
                         ==trans-addr1==      by ==ws-edit-addr1==
                         ==trans-addr2==      by ==ws-edit-addr2==
                         ==trans-city==       by ==ws-edit-city==
                         ==trans-state==      by ==ws-edit-state==
                         ==trans-postal==     by ==ws-edit-postal==
                         ==trans-is-merge==   by ==ws-edit-is-merge==
                         ==trans-merge-id==   by ==ws-edit-merge-id==
                         ==trans-is-inactivate==
                             by ==ws-edit-is-inactivate==
                         ==trans-is-reinstate==
                             by ==ws-edit-is-reinstate==
                         ==trans-no-email==   by ==ws-edit-no-email==
                         ==trans-no-phone==   by ==ws-edit-no-phone==
                         ==trans-no-postal==  by ==ws-edit-no-postal==
                         ==trans-is-approve==
                             by ==ws-edit-is-approve==
                         ==trans-is-decline==
                             by ==ws-edit-is-decline==
                         ==trans-submitter==
                             by ==ws-edit-submitter==
                         ==trans-approver==
                             by ==ws-edit-approver==
                         ==trans-is-add-channel==
                             by ==ws-edit-is-add-channel==
                         ==trans-is-drop-channel==
                             by ==ws-edit-is-drop-channel==
                         ==trans-chan-type==
                             by ==ws-edit-chan-type==
                         ==trans-chan-is-phone==
                             by ==ws-edit-chan-is-phone==
                         ==trans-chan-is-email==
                             by ==ws-edit-chan-is-email==
                         ==trans-chan-primary==
                             by ==ws-edit-chan-primary==.

       01 ws-edit-reason pic x(12).

      *> the clerk at the terminal, submitter of everything keyed.
       01 ws-desk-user pic x(20).

      *> the maintenance authority table, as Program4 loads it.
       01 ws-auth-table.
         05 ws-auth-count pic 9(4) value zero.
         05 ws-auth-entry occurs 200 times.
           10 ws-auth-user pic x(20).
           10 ws-auth-list pic x(10).

       01 ws-auth-work.
         05 ws-auth-ix    pic 9(4) value zero.
         05 ws-auth-slot  pic 9(4) value zero.
         05 ws-auth-hits  pic 9(2) value zero.

       01 ws-held-count pic 9(4) value zero.
       01 ws-chan-count pic 9(4) value zero.

       01 ws-phone-value pic x(12).
       01 ws-phone-segments redefines ws-phone-value.
         05 ws-phone-seg1  pic x(3).
         05 ws-phone-dash1 pic x(1).
         05 ws-phone-seg2  pic x(3).
         05 ws-phone-dash2 pic x(1).
         05 ws-phone-seg3  pic x(4).

      *> email-shape work area: the address must have exactly one "@"
      *> with at least one character before it and a "." somewhere in
      *> the part after it.
       01 ws-email-work.
         05 ws-email-at-count   pic 9(2) value zero.
         05 ws-email-at-pos     pic 9(2) value zero.
         05 ws-email-rest-len   pic 9(2) value zero.
         05 ws-email-dot-count  pic 9(2) value zero.

       01 ws-counters.
         05 ws-request-count   pic 9(6) value zero.
         05 ws-written-count   pic 9(6) value zero.
         05 ws-dropped-count   pic 9(6) value zero.
         05 ws-resubmit-count  pic 9(6) value zero.
         05 ws-left-count      pic 9(6) value zero.

      *> run-control severity and stamps for CONTACT-RUNCTL.LOG.
       01 ws-run-controls.
         05 ws-severity   pic 9(2) value zero.
         05 ws-stamp-date pic 9(8).
         05 ws-stamp-time pic 9(8).

           copy "RUNCTL-REC.cpy".

       procedure division.
       000-main.

           perform 050-write-run-start.
           perform 100-open-files.

           perform 200-take-one-request
               until ws-desk-done.

           perform 900-close-files.
           perform 950-write-run-end.

           goback.

       050-write-run-start.

      *> leave 12 standing in RETURN-CODE until the run finishes
      *> cleanly, so a session that dies shows as an abort.
           move 12 to return-code.

           open extend run-control.
           if ws-runctl-not-found
               open output run-control
           end-if.
           accept ws-stamp-date from date yyyymmdd.
           accept ws-stamp-time from time.
           move "PROGRAM21" to runctl-program.
           move "START" to runctl-event.
           move ws-stamp-date to runctl-date.
           move ws-stamp-time to runctl-time.
           move zero to runctl-in-count.
           move zero to runctl-out-count.
           move zero to runctl-severity.
           write runctl-line from runctl-rec.

      *> ---------------------------------------------------------
      *> 100 - the master and the cross-reference stay open for
      *> lookups all session.  CONTACT-TRANS.DAT is opened per
      *> transaction (2700) so each one is on disk the moment it is
      *> accepted, however long the terminal sits.
      *> ---------------------------------------------------------
       100-open-files.

           display "A1-CONTACTLIST FRONT-DESK MAINTENANCE".

           open input contact-master.
           if ws-master-not-found
               set ws-master-missing to true
               display "CONTACT-MASTER.DAT DOES NOT EXIST - ADDS AND "
                   "SUSPENSE FIXES ONLY"
           end-if.

      *> the cross-reference only exists once a merge has applied;
      *> without it an ID lookup simply has no retired-ID fallback.
           open input contact-xref.
           if ws-xref-not-found
               set ws-xref-missing to true
           end-if.

           display "USER" upon environment-name.
           accept ws-desk-user from environment-value.

      *> without the authority table nothing keyed here would pass
      *> tonight, so the desk says so at once.
           open input authority-file.
           if ws-auth-not-found
               display "NO CONTACT-AUTHORITY.DAT - NOTHING CAN BE "
                   "SUBMITTED"
           else
               perform 150-read-authority
                   until ws-auth-eof
               close authority-file
           end-if.

       150-read-authority.

           read authority-file
               at end
                   set ws-auth-eof to true
               not at end
                   if auth-userid not = spaces
                           and ws-auth-count < 200
                       add 1 to ws-auth-count
                       move auth-userid to ws-auth-user(ws-auth-count)
                       move auth-codes to ws-auth-list(ws-auth-count)
                   end-if
           end-read.

      *> ---------------------------------------------------------
      *> 200 - one function off the menu.  X (or a bare ENTER)
      *> ends the session.
      *> ---------------------------------------------------------
       200-take-one-request.

           display " ".
           display "FUNCTION  A=ADD  C=CHANGE  D=DELETE  M=MERGE  "
               "I=INACTIVATE  R=REINSTATE".
           display "          P=APPROVE HELD  N=DECLINE HELD  "
               "S=SUSPENDED TRANSACTIONS  X=EXIT".
           display "          K=ADD PHONE/EMAIL  "
               "W=WITHDRAW PHONE/EMAIL".
           display "FUNCTION ? " with no advancing.
           move spaces to ws-reply.
           accept ws-reply.
           inspect ws-reply
               converting "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move ws-reply(1:1) to ws-function.

           evaluate true
               when ws-func-exit
                   set ws-desk-done to true
               when ws-func-add
                   add 1 to ws-request-count
                   perform 2100-key-new-contact
               when ws-func-suspense
                   perform 2800-work-suspense
               when ws-func-change or ws-func-delete or ws-func-merge
                       or ws-func-inact or ws-func-reinst
                       or ws-func-approve or ws-func-decline
                       or ws-func-add-chan or ws-func-drop-chan
                   add 1 to ws-request-count
                   perform 2200-key-existing-contact
               when other
                   display "  UNKNOWN FUNCTION - " ws-function
           end-evaluate.

      *> ---------------------------------------------------------
      *> 2100 - ADD: the clerk keys the new ID, which must not
      *> already be on the master or retired through a merge (a
      *> retired ID is never reissued), then every field.
      *> ---------------------------------------------------------
       2100-key-new-contact.

           move "N" to ws-fixing-flag.
           move spaces to ws-cur-rec.
           move spaces to ws-edit-rec.
           move "A" to ws-edit-code.
           move ws-desk-user to ws-edit-submitter.

           display "NEW CONTACT ID ? " with no advancing.
           move spaces to ws-reply.
           accept ws-reply.
           move ws-reply(1:6) to ws-edit-id.

           perform 2150-check-new-id.

           if ws-found
               add 1 to ws-dropped-count
           else
               perform 2500-key-fields
               perform 2600-edit-and-submit
           end-if.

       2150-check-new-id.

           move "N" to ws-found-flag.

           if not ws-master-missing and ws-edit-id not = spaces
               move ws-edit-id to contact-id
               read contact-master
                   invalid key
                       continue
                   not invalid key
                       set ws-found to true
                       display "  ID " ws-edit-id
                           " IS ALREADY ON THE MASTER - " contact-name
               end-read
           end-if.

           if not ws-found and not ws-xref-missing
                   and ws-edit-id not = spaces
               move ws-edit-id to xref-old-id
               read contact-xref
                   invalid key
                       continue
                   not invalid key
                       set ws-found to true
                       display "  ID " ws-edit-id
                           " WAS RETIRED " xref-date
                           " - MERGED INTO " xref-new-id
               end-read
           end-if.

      *> ---------------------------------------------------------
      *> 2200 - every other function works on a contact that is on
      *> file: find it, show it, key what changes.  X is the desk's
      *> EXIT, so a drop-channel is W on the menu and goes out as
      *> the X transaction it is.
      *> ---------------------------------------------------------
       2200-key-existing-contact.

           move "N" to ws-fixing-flag.

           perform 2300-find-contact.

           if ws-found
               move contact-rec to ws-cur-rec
               perform 2400-show-current-values
               if ws-func-approve or ws-func-decline
                   perform 2450-show-held-items
               end-if
               if ws-func-add-chan or ws-func-drop-chan
                   perform 2470-show-channels
               end-if
               move spaces to ws-edit-rec
               move ws-function to ws-edit-code
               if ws-func-drop-chan
                   move "X" to ws-edit-code
               end-if
               move ws-cur-id to ws-edit-id
               move ws-desk-user to ws-edit-submitter
               perform 2500-key-fields
               perform 2600-edit-and-submit
           else
               add 1 to ws-dropped-count
           end-if.

      *> ---------------------------------------------------------
      *> 2300 - a six-digit answer is an ID (keyed read, then the
      *> retired-ID cross-reference); anything else is a name or
      *> surname fragment listed off the master for the clerk to
      *> pick from.
      *> ---------------------------------------------------------
       2300-find-contact.

           move "N" to ws-found-flag.

           if ws-master-missing
               display "  NO MASTER ON FILE - NOTHING TO LOOK UP"
           else
               display "CONTACT ID OR NAME ? " with no advancing
               move spaces to ws-reply
               accept ws-reply
               if ws-reply(1:6) numeric and ws-reply(7:) = spaces
                   move ws-reply(1:6) to ws-lookup-id
                   perform 2310-find-by-id
               else
                   if ws-reply not = spaces
                       perform 2330-find-by-name
                   end-if
               end-if
           end-if.

           if not ws-found
               display "  NO CONTACT SELECTED - NOTHING KEYED"
           end-if.

       2310-find-by-id.

           move ws-lookup-id to contact-id.
           read contact-master
               invalid key
                   continue
               not invalid key
                   set ws-found to true
           end-read.

           if not ws-found
               perform 2320-try-xref
           end-if.

      *> an ID merged away still answers with its survivor, and the
      *> clerk is told which ID the contact now lives under.
       2320-try-xref.

           if ws-xref-missing
               display "  " ws-lookup-id " IS NOT ON THE MASTER"
           else
               move ws-lookup-id to xref-old-id
               read contact-xref
                   invalid key
                       display "  " ws-lookup-id
                           " IS NOT ON THE MASTER OR THE "
                           "CROSS-REFERENCE"
                   not invalid key
                       display "  " xref-old-id " RETIRED "
                           xref-date " - MERGED INTO " xref-new-id
                       move xref-new-id to contact-id
                       read contact-master
                           invalid key
                               display "  SURVIVOR " xref-new-id
                                   " NO LONGER ON THE MASTER"
                           not invalid key
                               set ws-found to true
                       end-read
               end-read
           end-if.

      *> ---------------------------------------------------------
      *> 2330 - case-folded leading-fragment match against the name
      *> and the "Last, First" sort name, so "Butt" and "Ahmed" both
      *> find Ahmed Butt.  The list stops at ws-list-max lines;
      *> the clerk then keys the ID off it.
      *> ---------------------------------------------------------
       2330-find-by-name.

           move ws-reply to ws-search-value.
           inspect ws-search-value
               converting "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           move zero to ws-search-len.
           move "N" to ws-len-found-flag.
           perform 2335-find-value-length
               varying ws-scan-i from 30 by -1
               until ws-scan-i < 1 or ws-len-found.

           move zero to ws-list-count.
           move "N" to ws-scan-eof-flag.
           move low-values to contact-id.
           start contact-master key >= contact-id
               invalid key
                   set ws-scan-eof to true
           end-start.

           perform 2340-scan-one-contact
               until ws-scan-eof.

           if ws-list-count = zero
               display "  NO NAME ON THE MASTER STARTS "
                   ws-search-value
           else
               display "CONTACT ID FROM THE LIST ? " with no advancing
               move spaces to ws-reply
               accept ws-reply
               if ws-reply(1:6) numeric
                   move ws-reply(1:6) to ws-lookup-id
                   perform 2310-find-by-id
               end-if
           end-if.

       2335-find-value-length.

           if not ws-len-found
                   and ws-search-value(ws-scan-i:1) not = space
               move ws-scan-i to ws-search-len
               move "Y" to ws-len-found-flag
           end-if.

       2340-scan-one-contact.

           read contact-master next record
               at end
                   set ws-scan-eof to true
               not at end
                   perform 2350-match-one-name
           end-read.

       2350-match-one-name.

           move contact-name to ws-target-name.
           move contact-sort-name to ws-target-sort.
           inspect ws-target-name
               converting "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           inspect ws-target-sort
               converting "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           if ws-target-name(1:ws-search-len)
                   = ws-search-value(1:ws-search-len)
                   or ws-target-sort(1:ws-search-len)
                   = ws-search-value(1:ws-search-len)
               add 1 to ws-list-count
               if ws-list-count > ws-list-max
                   display "  ... MORE - KEY A LONGER NAME TO NARROW"
                   set ws-scan-eof to true
               else
                   perform 2360-list-one-candidate
               end-if
           end-if.

       2360-list-one-candidate.

           if contact-is-inactive
               display "  " contact-id " " contact-name " "
                   contact-phone " " contact-company " INACTIVE"
           else
               display "  " contact-id " " contact-name " "
                   contact-phone " " contact-company
           end-if.

      *> ---------------------------------------------------------
      *> 2400 - the contact as it stands, do-not-contact flags and
      *> status included, before anything is keyed against it.
      *> ---------------------------------------------------------
       2400-show-current-values.

           display " ".
           display "  ID       : " ws-cur-id.
           display "  NAME     : " ws-cur-name.
           display "  EMAIL    : " ws-cur-email.
           display "  PHONE    : " ws-cur-phone.
           display "  COMPANY  : " ws-cur-company.
           display "  ADDRESS 1: " ws-cur-addr1.
           display "  ADDRESS 2: " ws-cur-addr2.
           display "  CITY     : " ws-cur-city.
           display "  STATE    : " ws-cur-state.
           display "  POSTAL   : " ws-cur-postal.
           display "  NO EMAIL : " ws-cur-no-email
               "   NO PHONE : " ws-cur-no-phone
               "   NO POSTAL: " ws-cur-no-postal.
           if ws-cur-is-inactive
               display "  STATUS   : INACTIVE SINCE "
                   ws-cur-status-date
           else
               display "  STATUS   : ACTIVE"
           end-if.

      *> ---------------------------------------------------------
      *> 2450 - what an APPROVE or DECLINE would decide: the items
      *> held against this contact and who submitted each.  Items
      *> the clerk submitted are marked; tonight's run will not let
      *> the clerk decide them.
      *> ---------------------------------------------------------
       2450-show-held-items.

           move zero to ws-held-count.
           move "N" to ws-pend-eof-flag.

           open input pending-file.
           if ws-pend-not-found
               set ws-pend-eof to true
           end-if.

           perform 2460-show-one-held-item
               until ws-pend-eof.

           if not ws-pend-not-found
               close pending-file
           end-if.

           if ws-held-count = zero
               display "  NOTHING HELD FOR APPROVAL ON " ws-cur-id
           end-if.

       2460-show-one-held-item.

           read pending-file
               at end
                   set ws-pend-eof to true
               not at end
                   if pend-is-open and pend-id = ws-cur-id
                       add 1 to ws-held-count
                       if pend-submitter = ws-desk-user
                           display "  HELD " pend-code " "
                               pend-merge-id " " pend-held-date
                               " BY " pend-submitter " (YOURS)"
                       else
                           display "  HELD " pend-code " "
                               pend-merge-id " " pend-held-date
                               " BY " pend-submitter
                       end-if
                   end-if
           end-read.

      *> ---------------------------------------------------------
      *> 2470 - the phone numbers and email addresses the contact
      *> already holds on CONTACT-CHANNEL.DAT, primary ones marked,
      *> so the clerk adds or withdraws against what is there.
      *> ---------------------------------------------------------
       2470-show-channels.

           move zero to ws-chan-count.
           move "N" to ws-chan-eof-flag.

           open input channel-file.
           if ws-channel-not-found
               set ws-chan-eof to true
           else
               move ws-cur-id to channel-contact-id
               move zero to channel-seq
               start channel-file key >= channel-key
                   invalid key
                       set ws-chan-eof to true
               end-start
           end-if.

           perform 2480-show-one-channel
               until ws-chan-eof.

           if not ws-channel-not-found
               close channel-file
           end-if.

           if ws-chan-count = zero
               display "  NO PHONE OR EMAIL CHANNELS ON " ws-cur-id
           end-if.

       2480-show-one-channel.

           read channel-file next record
               at end
                   set ws-chan-eof to true
               not at end
                   if channel-contact-id not = ws-cur-id
                       set ws-chan-eof to true
                   else
                       add 1 to ws-chan-count
                       if channel-is-primary
                           display "  CHANNEL " channel-type " "
                               channel-value " (PRIMARY)"
                       else
                           display "  CHANNEL " channel-type " "
                               channel-value
                       end-if
                   end-if
           end-read.

      *> ---------------------------------------------------------
      *> 2500 - key the fields the function carries: every contact
      *> field for an ADD or CHANGE, the retiring ID for a MERGE,
      *> the channel for an add or drop channel, nothing for a
      *> DELETE, INACTIVATE or REINSTATE.
      *> ---------------------------------------------------------
       2500-key-fields.

           evaluate true
               when ws-edit-is-add or ws-edit-is-change
                   perform 2510-key-contact-fields
               when ws-edit-is-merge
                   perform 2550-key-merge-id
               when ws-edit-is-add-channel or ws-edit-is-drop-channel
                   perform 2560-key-channel
               when other
                   continue
           end-evaluate.

       2510-key-contact-fields.

      *> Program2 leaves a field a CHANGE carries blank as it is,
      *> so on a CHANGE "*" only takes back a value keyed earlier.
           if ws-edit-is-change
               display "KEY NEW VALUES - ENTER KEEPS [SHOWN], "
                   "* LEAVES THE MASTER'S VALUE"
               display "  (A CHANGE CANNOT BLANK A FIELD)"
           else
               display "KEY NEW VALUES - ENTER KEEPS [SHOWN], "
                   "* BLANKS IT"
           end-if.

           move "NAME"           to ws-prompt-label.
           move ws-cur-name      to ws-prompt-shown.
           move ws-edit-name     to ws-prompt-keep.
           perform 2590-prompt-field.
           move ws-prompt-value  to ws-edit-name.

           move "EMAIL"          to ws-prompt-label.
           move ws-cur-email     to ws-prompt-shown.
           move ws-edit-email    to ws-prompt-keep.
           perform 2590-prompt-field.
           move ws-prompt-value  to ws-edit-email.

           move "PHONE"          to ws-prompt-label.
           move ws-cur-phone     to ws-prompt-shown.
           move ws-edit-phone    to ws-prompt-keep.
           perform 2590-prompt-field.
           move ws-prompt-value  to ws-edit-phone.

           move "COMPANY"        to ws-prompt-label.
           move ws-cur-company   to ws-prompt-shown.
           move ws-edit-company  to ws-prompt-keep.
           perform 2590-prompt-field.
           move ws-prompt-value  to ws-edit-company.

           move "ADDRESS 1"      to ws-prompt-label.
           move ws-cur-addr1     to ws-prompt-shown.
           move ws-edit-addr1    to ws-prompt-keep.
           perform 2590-prompt-field.
           move ws-prompt-value  to ws-edit-addr1.

           move "ADDRESS 2"      to ws-prompt-label.
           move ws-cur-addr2     to ws-prompt-shown.
           move ws-edit-addr2    to ws-prompt-keep.
           perform 2590-prompt-field.
           move ws-prompt-value  to ws-edit-addr2.

           move "CITY"           to ws-prompt-label.
           move ws-cur-city      to ws-prompt-shown.
           move ws-edit-city     to ws-prompt-keep.
           perform 2590-prompt-field.
           move ws-prompt-value  to ws-edit-city.

           move "STATE"          to ws-prompt-label.
           move ws-cur-state     to ws-prompt-shown.
           move ws-edit-state    to ws-prompt-keep.
           perform 2590-prompt-field.
           move ws-prompt-value  to ws-edit-state.

           move "POSTAL"         to ws-prompt-label.
           move ws-cur-postal    to ws-prompt-shown.
           move ws-edit-postal   to ws-prompt-keep.
           perform 2590-prompt-field.
           move ws-prompt-value  to ws-edit-postal.

           move "NO EMAIL"       to ws-prompt-label.
           move ws-cur-no-email  to ws-prompt-shown.
           move ws-edit-no-email to ws-prompt-keep.
           perform 2590-prompt-field.
           move ws-prompt-value  to ws-edit-no-email.

           move "NO PHONE"       to ws-prompt-label.
           move ws-cur-no-phone  to ws-prompt-shown.
           move ws-edit-no-phone to ws-prompt-keep.
           perform 2590-prompt-field.
           move ws-prompt-value  to ws-edit-no-phone.

           move "NO POSTAL"      to ws-prompt-label.
           move ws-cur-no-postal to ws-prompt-shown.
           move ws-edit-no-postal to ws-prompt-keep.
           perform 2590-prompt-field.
           move ws-prompt-value  to ws-edit-no-postal.

      *> the consent flags are Y or N whatever case the clerk typed.
           inspect ws-edit-no-email
               converting "yn" to "YN".
           inspect ws-edit-no-phone
               converting "yn" to "YN".
           inspect ws-edit-no-postal
               converting "yn" to "YN".

           if ws-edit-is-change
               perform 2540-drop-unchanged-fields
           end-if.

      *> ---------------------------------------------------------
      *> 2540 - a CHANGE carries only what really changes: a field
      *> keyed back to the value already on the master is blanked,
      *> so the apply leaves it alone and the audit line stays
      *> honest.
      *> ---------------------------------------------------------
       2540-drop-unchanged-fields.

           if ws-edit-name = ws-cur-name
               move spaces to ws-edit-name
           end-if.
           if ws-edit-email = ws-cur-email
               move spaces to ws-edit-email
           end-if.
           if ws-edit-phone = ws-cur-phone
               move spaces to ws-edit-phone
           end-if.
           if ws-edit-company = ws-cur-company
               move spaces to ws-edit-company
           end-if.
           if ws-edit-addr1 = ws-cur-addr1
               move spaces to ws-edit-addr1
           end-if.
           if ws-edit-addr2 = ws-cur-addr2
               move spaces to ws-edit-addr2
           end-if.
           if ws-edit-city = ws-cur-city
               move spaces to ws-edit-city
           end-if.
           if ws-edit-state = ws-cur-state
               move spaces to ws-edit-state
           end-if.
           if ws-edit-postal = ws-cur-postal
               move spaces to ws-edit-postal
           end-if.
           if ws-edit-no-email = ws-cur-no-email
               move spaces to ws-edit-no-email
           end-if.
           if ws-edit-no-phone = ws-cur-no-phone
               move spaces to ws-edit-no-phone
           end-if.
           if ws-edit-no-postal = ws-cur-no-postal
               move spaces to ws-edit-no-postal
           end-if.

      *> ---------------------------------------------------------
      *> 2550 - MERGE: the contact on screen survives; the clerk
      *> keys the one that folds into it, and sees it by name
      *> before anything is written.
      *> ---------------------------------------------------------
       2550-key-merge-id.

           move "RETIRING"       to ws-prompt-label.
           move spaces           to ws-prompt-shown.
           move ws-edit-merge-id to ws-prompt-keep.
           perform 2590-prompt-field.
           move ws-prompt-value  to ws-edit-merge-id.

           if ws-edit-merge-id numeric and not ws-master-missing
               move ws-edit-merge-id to contact-id
               read contact-master
                   invalid key
                       display "  WARNING - " ws-edit-merge-id
                           " IS NOT ON THE MASTER"
                   not invalid key
                       display "  RETIRING " contact-id " "
                           contact-name " " contact-phone
               end-read
           end-if.

      *> ---------------------------------------------------------
      *> 2560 - add or drop channel: the type, then the number or
      *> address in the field that type lives in (TRANS-PHONE or
      *> TRANS-EMAIL, the other left blank), then - for an add -
      *> whether it becomes the primary one of its kind.  A type
      *> that is not one of the six gets no value prompt; the edit
      *> turns it back and the re-key starts at the type again.
      *> ---------------------------------------------------------
       2560-key-channel.

           display "CHANNEL TYPE - PW/PM/PH/PF WORK/MOBILE/HOME/FAX "
               "PHONE, EW/EP WORK/PERSONAL EMAIL".

           move "TYPE"             to ws-prompt-label.
           move spaces             to ws-prompt-shown.
           move ws-edit-chan-type  to ws-prompt-keep.
           perform 2590-prompt-field.
           move ws-prompt-value    to ws-edit-chan-type.
           inspect ws-edit-chan-type
               converting "ehfmpw" to "EHFMPW".

           evaluate true
               when ws-edit-chan-is-phone
                   move spaces           to ws-edit-email
                   move "NUMBER"         to ws-prompt-label
                   move spaces           to ws-prompt-shown
                   move ws-edit-phone    to ws-prompt-keep
                   perform 2590-prompt-field
                   move ws-prompt-value  to ws-edit-phone
               when ws-edit-chan-is-email
                   move spaces           to ws-edit-phone
                   move "ADDRESS"        to ws-prompt-label
                   move spaces           to ws-prompt-shown
                   move ws-edit-email    to ws-prompt-keep
                   perform 2590-prompt-field
                   move ws-prompt-value  to ws-edit-email
               when other
                   continue
           end-evaluate.

           if ws-edit-is-add-channel
               move "PRIMARY"          to ws-prompt-label
               move spaces             to ws-prompt-shown
               move ws-edit-chan-primary to ws-prompt-keep
               perform 2590-prompt-field
               move ws-prompt-value    to ws-edit-chan-primary
               inspect ws-edit-chan-primary
                   converting "yn" to "YN"
           else
               move space to ws-edit-chan-primary
           end-if.

      *> ---------------------------------------------------------
      *> 2590 - one field prompt.  The transaction's value, when it
      *> already carries one, is shown in place of the master's, so
      *> a re-key after a failed edit starts from what was typed.
      *> ---------------------------------------------------------
       2590-prompt-field.

           if ws-prompt-keep not = spaces
               move ws-prompt-keep to ws-prompt-shown
           end-if.

           display "  " ws-prompt-label " [" ws-prompt-shown "] ? "
               with no advancing.
           move spaces to ws-reply.
           accept ws-reply.

           evaluate true
               when ws-reply = "*"
                   move spaces to ws-prompt-value
               when ws-reply = spaces
                   move ws-prompt-keep to ws-prompt-value
               when other
                   move ws-reply to ws-prompt-value
           end-evaluate.

      *> ---------------------------------------------------------
      *> 2600 - run the edit pass; a failure shows the same reason
      *> code the suspense file would carry and offers a re-key
      *> until the transaction is clean or the clerk gives up.
      *> ---------------------------------------------------------
       2600-edit-and-submit.

           move "N" to ws-edit-done-flag.
           move "N" to ws-written-flag.

           perform 2610-edit-one-pass
               until ws-edit-done.

       2610-edit-one-pass.

           perform 300-edit-transaction.

           if ws-edit-reason = spaces
               set ws-edit-done to true
               perform 2650-confirm-and-write
           else
               display "  REJECTED - " ws-edit-reason
               display "RE-KEY THE TRANSACTION (Y/N) ? "
                   with no advancing
               move spaces to ws-reply
               accept ws-reply
               if ws-reply(1:1) = "Y" or ws-reply(1:1) = "y"
                   if ws-fixing-suspense
                       perform 2850-key-code-and-id
                   end-if
                   perform 2500-key-fields
               else
                   set ws-edit-done to true
                   display "  NOTHING WRITTEN"
               end-if
           end-if.

       2650-confirm-and-write.

           display " ".
           display "  TRANSACTION " ws-edit-code " " ws-edit-id
               " " ws-edit-name.
           if ws-edit-is-merge
               display "  RETIRING    " ws-edit-merge-id
           end-if.
           if ws-edit-is-add-channel or ws-edit-is-drop-channel
               if ws-edit-chan-is-phone
                   display "  CHANNEL     " ws-edit-chan-type " "
                       ws-edit-phone " " ws-edit-chan-primary
               else
                   display "  CHANNEL     " ws-edit-chan-type " "
                       ws-edit-email " " ws-edit-chan-primary
               end-if
           end-if.
           display "WRITE IT FOR TONIGHT'S RUN (Y/N) ? "
               with no advancing.
           move spaces to ws-reply.
           accept ws-reply.

           if ws-reply(1:1) = "Y" or ws-reply(1:1) = "y"
               perform 2700-append-transaction
               display "  WRITTEN TO CONTACT-TRANS.DAT"
           else
               display "  NOTHING WRITTEN"
           end-if.

      *> ---------------------------------------------------------
      *> 2700 - append the clean transaction to the back of today's
      *> batch, the same way the CRM import does, so Program4 edits
      *> it again tonight with everything else.
      *> ---------------------------------------------------------
       2700-append-transaction.

           open extend contact-trans.
           if ws-trans-not-found
               open output contact-trans
           end-if.

           move ws-edit-rec to trans-rec.
           write trans-rec.

           close contact-trans.

           set ws-written to true.
           add 1 to ws-written-count.

      *> ---------------------------------------------------------
      *> 2800 - walk CONTACT-SUSPENSE.DAT one record at a time.  A
      *> record fixed and resubmitted leaves the file; everything
      *> else - skipped, still failing, or behind an X - is kept,
      *> and the kept file is rolled back over the suspense file
      *> the way Program4 rolls its own.
      *> ---------------------------------------------------------
       2800-work-suspense.

           move "N" to ws-susp-eof-flag.
           move "N" to ws-browse-done-flag.

           open input suspense-in.
           if ws-susp-in-not-found
               display "  NO SUSPENDED TRANSACTIONS"
           else
               open output suspense-keep
               perform 2810-work-one-suspended
                   until ws-susp-eof
               close suspense-in
               close suspense-keep
               perform 2900-roll-suspense
               display "  SUSPENSE DONE - RESUBMITTED "
                   ws-resubmit-count " LEFT " ws-left-count
           end-if.

       2810-work-one-suspended.

           read suspense-in
               at end
                   set ws-susp-eof to true
               not at end
                   if ws-browse-done
                       write keep-line from susp-rec
                   else
                       perform 2820-offer-suspended
                   end-if
           end-read.

       2820-offer-suspended.

           display " ".
           display "  SUSPENDED " susp-reason " " susp-code " "
               susp-id " " susp-name.
           display "F=FIX AND RESUBMIT  S=SKIP  X=STOP ? "
               with no advancing.
           move spaces to ws-reply.
           accept ws-reply.
           inspect ws-reply
               converting "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           evaluate ws-reply(1:1)
               when "F"
                   add 1 to ws-request-count
                   perform 2830-fix-suspended
               when "X"
                   set ws-browse-done to true
                   write keep-line from susp-rec
               when other
                   add 1 to ws-left-count
                   write keep-line from susp-rec
           end-evaluate.

      *> ---------------------------------------------------------
      *> 2830 - the suspended image is the starting point: every
      *> field shows what was keyed, ENTER keeps it, and the code
      *> and ID can be corrected too since those are edits that
      *> suspend.  A record the clerk does not resubmit stays in
      *> suspense with whatever was corrected and the latest reason.
      *> ---------------------------------------------------------
       2830-fix-suspended.

           set ws-fixing-suspense to true.
           move spaces to ws-cur-rec.
           move susp-trans to ws-edit-rec.
           move ws-desk-user to ws-edit-submitter.
           move spaces to ws-edit-approver.

           perform 2850-key-code-and-id.
           perform 2500-key-fields.
           perform 2600-edit-and-submit.

           if ws-written
               add 1 to ws-resubmit-count
           else
               add 1 to ws-left-count
               move ws-edit-rec to susp-trans
               if ws-edit-reason not = spaces
                   move ws-edit-reason to susp-reason
               end-if
               write keep-line from susp-rec
           end-if.

           move "N" to ws-fixing-flag.

       2850-key-code-and-id.

           move "CODE"           to ws-prompt-label.
           move spaces           to ws-prompt-shown.
           move ws-edit-code     to ws-prompt-keep.
           perform 2590-prompt-field.
           move ws-prompt-value  to ws-edit-code.
           inspect ws-edit-code
               converting "acdmirpnkx" to "ACDMIRPNKX".

           move "ID"             to ws-prompt-label.
           move spaces           to ws-prompt-shown.
           move ws-edit-id       to ws-prompt-keep.
           perform 2590-prompt-field.
           move ws-prompt-value  to ws-edit-id.

       2900-roll-suspense.

           move "N" to ws-roll-eof-flag.
           open input suspense-keep.
           open output suspense-in.

           perform 2910-roll-one-record
               until ws-roll-eof.

           close suspense-keep.
           close suspense-in.

       2910-roll-one-record.

           read suspense-keep
               at end
                   set ws-roll-eof to true
               not at end
                   move keep-line to susp-rec
                   write susp-rec
           end-read.

      *> ---------------------------------------------------------
      *> 300 - the pre-apply edits, exactly as Program4 runs them
      *> (310-edit-code through 375-match-one-user, channel edits
      *> included; the hold for approval and the APPROVE/DECLINE
      *> decision stay with tonight's run): the first failure
      *> wins and leaves its reason code in ws-edit-reason.  Keep
      *> the two in step - a transaction the desk passes must pass
      *> tonight too.
      *> ---------------------------------------------------------
       300-edit-transaction.

           move spaces to ws-edit-reason.

           perform 310-edit-code.
           if ws-edit-reason = spaces
               perform 320-edit-id
           end-if.
           if ws-edit-reason = spaces and ws-edit-is-add
               perform 330-edit-add-fields
           end-if.
           if ws-edit-reason = spaces and ws-edit-is-change
               perform 340-edit-change-fields
           end-if.
           if ws-edit-reason = spaces and ws-edit-is-merge
               perform 345-edit-merge-fields
           end-if.
           if ws-edit-reason = spaces
                   and (ws-edit-is-add or ws-edit-is-change)
               perform 348-edit-consent-flags
           end-if.
           if ws-edit-reason = spaces
                   and (ws-edit-is-add-channel
                        or ws-edit-is-drop-channel)
               perform 346-edit-channel-fields
           end-if.
           if ws-edit-reason = spaces
               perform 370-edit-authority
           end-if.

       310-edit-code.

           if not ws-edit-is-add and not ws-edit-is-change
                   and not ws-edit-is-delete and not ws-edit-is-merge
                   and not ws-edit-is-inactivate
                   and not ws-edit-is-reinstate
                   and not ws-edit-is-approve
                   and not ws-edit-is-decline
                   and not ws-edit-is-add-channel
                   and not ws-edit-is-drop-channel
               move "BAD-CODE" to ws-edit-reason
           end-if.

       320-edit-id.

           if ws-edit-id = spaces or ws-edit-id not numeric
               move "BAD-ID" to ws-edit-reason
           end-if.

       330-edit-add-fields.

           if ws-edit-name = spaces
               move "ADD-NO-NAME" to ws-edit-reason
           end-if.

           if ws-edit-reason = spaces
               perform 350-edit-phone
           end-if.

           if ws-edit-reason = spaces
               perform 360-edit-email
           end-if.

       340-edit-change-fields.

           if ws-edit-name = spaces and ws-edit-email = spaces
                   and ws-edit-phone = spaces
                   and ws-edit-company = spaces
                   and ws-edit-addr1 = spaces
                   and ws-edit-addr2 = spaces
                   and ws-edit-city = spaces
                   and ws-edit-state = spaces
                   and ws-edit-postal = spaces
                   and ws-edit-no-email = spaces
                   and ws-edit-no-phone = spaces
                   and ws-edit-no-postal = spaces
               move "NO-FIELDS" to ws-edit-reason
           end-if.

           if ws-edit-reason = spaces and ws-edit-phone not = spaces
               perform 350-edit-phone
           end-if.

           if ws-edit-reason = spaces and ws-edit-email not = spaces
               perform 360-edit-email
           end-if.

       345-edit-merge-fields.

           if ws-edit-merge-id = spaces
                   or ws-edit-merge-id not numeric
               move "BAD-MERGE-ID" to ws-edit-reason
           end-if.

           if ws-edit-reason = spaces
                   and ws-edit-merge-id = ws-edit-id
               move "MERGE-SELF" to ws-edit-reason
           end-if.

      *> ---------------------------------------------------------
      *> A channel transaction names one of the six channel types
      *> and carries its value where that type lives: a phone
      *> number in TRANS-PHONE, an email address in TRANS-EMAIL.
      *> The value gets the master field's own edit, and the
      *> primary flag is blank, Y or N.
      *> ---------------------------------------------------------
       346-edit-channel-fields.

           if not ws-edit-chan-is-phone and not ws-edit-chan-is-email
               move "BAD-CHANNEL" to ws-edit-reason
           end-if.

           if ws-edit-reason = spaces and ws-edit-chan-is-phone
               if ws-edit-phone = spaces
                   move "NO-CHAN-VAL" to ws-edit-reason
               else
                   perform 350-edit-phone
               end-if
           end-if.

           if ws-edit-reason = spaces and ws-edit-chan-is-email
               if ws-edit-email = spaces
                   move "NO-CHAN-VAL" to ws-edit-reason
               else
                   perform 360-edit-email
               end-if
           end-if.

           if ws-edit-reason = spaces
                   and ws-edit-chan-primary not = space
                   and ws-edit-chan-primary not = "Y"
                   and ws-edit-chan-primary not = "N"
               move "BAD-PRIMARY" to ws-edit-reason
           end-if.

       348-edit-consent-flags.

           if ws-edit-no-email not = space
                   and ws-edit-no-email not = "Y"
                   and ws-edit-no-email not = "N"
               move "BAD-CONSENT" to ws-edit-reason
           end-if.

           if ws-edit-reason = spaces
                   and ws-edit-no-phone not = space
                   and ws-edit-no-phone not = "Y"
                   and ws-edit-no-phone not = "N"
               move "BAD-CONSENT" to ws-edit-reason
           end-if.

           if ws-edit-reason = spaces
                   and ws-edit-no-postal not = space
                   and ws-edit-no-postal not = "Y"
                   and ws-edit-no-postal not = "N"
               move "BAD-CONSENT" to ws-edit-reason
           end-if.

       350-edit-phone.

           move ws-edit-phone to ws-phone-value.
           if not (ws-phone-dash1 = "-" and ws-phone-dash2 = "-"
                   and ws-phone-seg1 numeric
                   and ws-phone-seg2 numeric
                   and ws-phone-seg3 numeric)
               move "BAD-PHONE" to ws-edit-reason
           end-if.

       360-edit-email.

           move zero to ws-email-at-count.
           move zero to ws-email-at-pos.
           move zero to ws-email-dot-count.

           inspect ws-edit-email tallying ws-email-at-count
               for all "@".
           inspect ws-edit-email tallying ws-email-at-pos
               for characters before initial "@".

           if ws-email-at-count not = 1 or ws-email-at-pos < 1
               move "BAD-EMAIL" to ws-edit-reason
           else
               compute ws-email-rest-len = 30 - ws-email-at-pos - 1
               if ws-email-rest-len < 3
                   move "BAD-EMAIL" to ws-edit-reason
               else
                   if ws-edit-email(ws-email-at-pos + 2:1) = space
                       move "BAD-EMAIL" to ws-edit-reason
                   else
                       inspect ws-edit-email(ws-email-at-pos + 2:
                               ws-email-rest-len)
                           tallying ws-email-dot-count for all "."
                       if ws-email-dot-count < 1
                           move "BAD-EMAIL" to ws-edit-reason
                       end-if
                   end-if
               end-if
           end-if.

       370-edit-authority.

           move zero to ws-auth-slot.
           perform 375-match-one-user
               varying ws-auth-ix from 1 by 1
               until ws-auth-ix > ws-auth-count
                  or ws-auth-slot not = zero.

           if ws-edit-submitter = spaces
               move "NO-SUBMITTER" to ws-edit-reason
           else
               if ws-auth-slot = zero
                   move "NOT-AUTH" to ws-edit-reason
               else
                   move zero to ws-auth-hits
                   inspect ws-auth-list(ws-auth-slot)
                       tallying ws-auth-hits for all ws-edit-code
                   if ws-auth-hits = zero
                       move "NOT-AUTH" to ws-edit-reason
                   end-if
               end-if
           end-if.

       375-match-one-user.

           if ws-auth-user(ws-auth-ix) = ws-edit-submitter
               move ws-auth-ix to ws-auth-slot
           end-if.

       900-close-files.

           if not ws-master-missing
               close contact-master
           end-if.
           if not ws-xref-missing
               close contact-xref
           end-if.

           display "SESSION ENDED - " ws-written-count
               " TRANSACTION(S) WRITTEN FOR TONIGHT'S RUN".

      *> ---------------------------------------------------------
      *> 950 - close out the run-control log: 08 the master was
      *> missing (the desk could only add and fix suspense), 00
      *> otherwise - a transaction the clerk abandoned is a
      *> decision, not an error.
      *> ---------------------------------------------------------
       950-write-run-end.

           if ws-master-missing
               move 8 to ws-severity
           else
               move zero to ws-severity
           end-if.

           accept ws-stamp-date from date yyyymmdd.
           accept ws-stamp-time from time.
           move "PROGRAM21" to runctl-program.
           move "END" to runctl-event.
           move ws-stamp-date to runctl-date.
           move ws-stamp-time to runctl-time.
           move ws-request-count to runctl-in-count.
           move ws-written-count to runctl-out-count.
           move ws-severity to runctl-severity.
           write runctl-line from runctl-rec.
           close run-control.

           move ws-severity to return-code.

       end program Program21.
