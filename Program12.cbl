      *> 2026-09-01  AB  show the do-not-contact flags plainly under
      *>                 every hit, so the front desk sees EMAIL /
      *>                 PHONE / POSTAL refusals before dialing.
      *> 2026-10-15  AB  list the contact's last five interactions
      *>                 off CONTACT-INTERACT.DAT under every hit,
      *>                 newest first, with any follow-up promised,
      *>                 so the front desk sees when we last spoke to
      *>                 them and what we said we would do.
      *> 2026-10-15  AB  list every phone number and email address
      *>                 the contact has on CONTACT-CHANNEL.DAT under
      *>                 the hit, primary ones marked, and let an
      *>                 EMAIL or PHONE lookup match any of them, not
      *>                 just the master's primary value.
      *> 2026-10-15  AB  EMAIL, NAME and COMPANY lookups read the
      *>                 master's new alternate indexes instead of
      *>                 scanning it: EMAIL starts on the lower-cased
      *>                 email key (other addresses still found by
      *>                 one pass of the channel file), NAME on the
      *>                 sort name - so the fragment is the surname,
      *>                 "Smith" or "Smith, J" - and COMPANY on the
      *>                 company key.  Name and company keys hold the
      *>                 value as keyed, so the fragment is tried as
      *>                 given, in Word Capitals, UPPER and lower.
      *>                 PHONE has no index and still scans.

       environment division.
       configuration section.
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
               record key is xref-old-id
               file status is ws-xref-status.

           select interact-file
               assign to "../../../A1-ContactList/CONTACT-INTERACT.DAT"
               organization is indexed
               access mode is dynamic
               record key is interact-key
               file status is ws-interact-status.

           select channel-file
               assign to "../../../A1-ContactList/CONTACT-CHANNEL.DAT"
               organization is indexed
               access mode is dynamic
               record key is channel-key
               file status is ws-channel-status.

           select inquiry-report
               assign to "../../../A1-ContactList/CONTACT-INQUIRY.OUT"
               organization is line sequential.

           copy "XREF-REC.cpy".

       fd interact-file
           data record is interact-rec.

           copy "INTERACT-REC.cpy".

       fd channel-file
           data record is channel-rec.

           copy "CHANNEL-REC.cpy".

       fd inquiry-report
           data record is report-line
           record contains 132 characters.
         88 ws-xref-ok value "00".
         88 ws-xref-not-found value "23" "35".

       01 ws-interact-status pic xx.
         88 ws-interact-ok value "00".
         88 ws-interact-not-found value "23" "35".

       01 ws-channel-status pic xx.
         88 ws-channel-ok value "00".
         88 ws-channel-not-found value "23" "35".

       01 ws-runctl-status pic xx.
         88 ws-runctl-ok value "00".
         88 ws-runctl-not-found value "35".
           88 ws-id-found value "Y".
         05 ws-xref-hit-flag pic x value "N".
           88 ws-xref-hit value "Y".
         05 ws-interact-missing-flag pic x value "N".
           88 ws-interact-missing value "Y".
         05 ws-history-done-flag pic x value "N".
           88 ws-history-done value "Y".
         05 ws-channel-missing-flag pic x value "N".
           88 ws-channel-missing value "Y".
         05 ws-chan-done-flag pic x value "N".
           88 ws-chan-done value "Y".
         05 ws-contact-hit-flag pic x value "N".
           88 ws-contact-hit value "Y".
         05 ws-variant-dup-flag pic x value "N".
           88 ws-variant-dup value "Y".
         05 ws-chan-new-flag pic x value "N".
           88 ws-chan-new value "Y".
         05 ws-chan-overflow-flag pic x value "N".
           88 ws-chan-overflow value "Y".

      *> the current lookup: which field, the fragment searched for,
      *> and its trimmed length.
         05 ws-search-len   pic 9(2) value zero.
         05 ws-scan-i       pic 9(2).
         05 ws-target-value pic x(30).
         05 ws-keyed-value  pic x(30).
         05 ws-email-fold   pic x(30).
         05 ws-key-len      pic 9(2).
         05 ws-prev-char    pic x(1).

      *> the spellings a NAME or COMPANY lookup tries against its
      *> alternate index, whose keys hold the name as it was keyed:
      *> the fragment as given, Word Capitals, UPPER and lower.
       01 ws-variant-work.
         05 ws-variant-i   pic 9(1).
         05 ws-variant-j   pic 9(1).
         05 ws-variant     pic x(30) occurs 4 times.

      *> contacts found through a non-primary email address on the
      *> channel file, held until the channel pass is over because
      *> printing a hit repositions the channel file.
       01 ws-chan-hits.
         05 ws-chan-hit-max   pic 9(3) value 200.
         05 ws-chan-hit-count pic 9(3) value zero.
         05 ws-chan-hit-i     pic 9(3).
         05 ws-chan-hit-id    pic x(6) occurs 200 times.

      *> the latest interactions of the contact on the hit line,
      *> kept as a ring of the last five read (oldest overwritten).
       01 ws-recent-work.
         05 ws-recent-max   pic 9(2) value 5.
         05 ws-recent-count pic 9(4) value zero.
         05 ws-recent-slot  pic 9(2).
         05 ws-recent-shown pic 9(2).
         05 ws-recent-pos   pic 9(4).
         05 ws-recent-quot  pic 9(4).
         05 ws-recent-entry occurs 5 times.
           10 ws-recent-date      pic 9(8).
           10 ws-recent-type      pic x(1).
           10 ws-recent-user      pic x(20).
           10 ws-recent-follow-up pic 9(8).
           10 ws-recent-note      pic x(60).

       01 ws-recent-line.
         05 filler         pic x(4) value spaces.
         05 ws-rl-date     pic 9(8).
         05 filler         pic x(1) value space.
         05 ws-rl-type     pic x(7).
         05 filler         pic x(1) value space.
         05 ws-rl-user     pic x(20).
         05 filler         pic x(1) value space.
         05 ws-rl-note     pic x(60).
         05 filler         pic x(1) value space.
         05 ws-rl-follow   pic x(29).

      *> one of the contact's phone numbers or email addresses as it
      *> prints under the hit.
       01 ws-chan-line.
         05 filler         pic x(4) value spaces.
         05 ws-cl-label    pic x(15).
         05 filler         pic x(1) value space.
         05 ws-cl-value    pic x(30).
         05 filler         pic x(1) value space.
         05 ws-cl-primary  pic x(7).

       01 ws-counters.
         05 ws-request-count pic 9(6) value zero.
               set ws-xref-missing to true
           end-if.

      *> likewise the interaction file only exists once one has been
      *> logged; without it a hit simply has no history under it.
           open input interact-file.
           if ws-interact-not-found
               set ws-interact-missing to true
           end-if.

      *> and the channel file only once a second number or address
      *> has been added; without it the master's own are the lot.
           open input channel-file.
           if ws-channel-not-found
               set ws-channel-missing to true
           end-if.

       200-process-request.

           read search-parm

      *> ---------------------------------------------------------
      *> 2000 - one lookup: validate the field name, fold the value
      *> to upper case, measure the fragment, then find the contacts
      *> whose chosen field starts with it.
      *> ---------------------------------------------------------
       2000-run-one-search.

           move parm-field to ws-search-field.
           move parm-value to ws-search-value.
           move parm-value to ws-keyed-value.
           inspect ws-search-field
               converting "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
               move "Y" to ws-len-found-flag
           end-if.

      *> ---------------------------------------------------------
      *> 2300 - EMAIL, NAME and COMPANY go through the master's
      *> alternate indexes; PHONE has no index and still reads the
      *> whole master.
      *> ---------------------------------------------------------
       2300-scan-master.

           move "N" to ws-scan-eof-flag.

           open input contact-master.

           evaluate true
               when ws-search-email
                   perform 2800-lookup-by-email
               when ws-search-name
               when ws-search-company
                   perform 2900-lookup-by-name-key
               when other
                   perform 2400-scan-one-contact
                       until ws-scan-eof
           end-evaluate.

           close contact-master.

           end-read.

      *> ---------------------------------------------------------
      *> 2500 - leading-fragment compare on the phone: "555-01"
      *> finds every number on that exchange.
      *> ---------------------------------------------------------
       2500-match-contact.

           move contact-phone to ws-target-value.

           move "N" to ws-contact-hit-flag.
           if ws-target-value(1:ws-search-len)
                   = ws-search-value(1:ws-search-len)
               set ws-contact-hit to true
           end-if.

           if not ws-contact-hit and not ws-channel-missing
               perform 2550-match-channels
           end-if.

           if ws-contact-hit
               add 1 to ws-hit-count
               add 1 to ws-total-hits
               perform 2600-write-hit-line
           end-if.

      *> ---------------------------------------------------------
      *> 2550 - a PHONE lookup that missed the master's primary
      *> number tries the contact's other numbers, with the same
      *> leading-fragment compare.
      *> ---------------------------------------------------------
       2550-match-channels.

           move "N" to ws-chan-done-flag.
           move contact-id to channel-contact-id.
           move zero to channel-seq.
           start channel-file key >= channel-key
               invalid key
                   set ws-chan-done to true
           end-start.

           perform 2560-match-one-channel
               until ws-chan-done or ws-contact-hit.

       2560-match-one-channel.

           read channel-file next record
               at end
                   set ws-chan-done to true
               not at end
                   if channel-contact-id not = contact-id
                       set ws-chan-done to true
                   else
                       if channel-is-phone
                           move channel-value to ws-target-value
                           if ws-target-value(1:ws-search-len)
                                   = ws-search-value(1:ws-search-len)
                               set ws-contact-hit to true
                           end-if
                       end-if
                   end-if
           end-read.

       2600-write-hit-line.

           move spaces to report-line.
               write report-line
           end-if.

           if not ws-channel-missing
               perform 2680-show-channels
           end-if.

           if not ws-interact-missing
               perform 2650-show-interactions
           end-if.

      *> ---------------------------------------------------------
      *> 2650 - the hit contact's interactions are keyed under its
      *> ID in date order; walk them all keeping the last five,
      *> then print those newest first.
      *> ---------------------------------------------------------
       2650-show-interactions.

           move zero to ws-recent-count.
           move "N" to ws-history-done-flag.

           move contact-id to interact-contact-id.
           move zero to interact-date.
           move zero to interact-time.
           start interact-file key >= interact-key
               invalid key
                   set ws-history-done to true
           end-start.

           perform 2660-read-one-interaction
               until ws-history-done.

           if ws-recent-count = zero
               move "    NO INTERACTIONS ON FILE" to report-line
               write report-line
           else
               move "    LAST INTERACTIONS:" to report-line
               write report-line
               move zero to ws-recent-shown
               perform 2670-write-one-interaction
                   until ws-recent-shown >= ws-recent-max
                       or ws-recent-shown >= ws-recent-count
           end-if.

       2660-read-one-interaction.

           read interact-file next record
               at end
                   set ws-history-done to true
               not at end
                   if interact-contact-id = contact-id
                       add 1 to ws-recent-count
                       divide ws-recent-count by ws-recent-max
                           giving ws-recent-quot
                           remainder ws-recent-slot
                       add 1 to ws-recent-slot
                       move interact-date
                           to ws-recent-date(ws-recent-slot)
                       move interact-type
                           to ws-recent-type(ws-recent-slot)
                       move interact-user
                           to ws-recent-user(ws-recent-slot)
                       move interact-follow-up
                           to ws-recent-follow-up(ws-recent-slot)
                       move interact-note
                           to ws-recent-note(ws-recent-slot)
                   else
                       set ws-history-done to true
                   end-if
           end-read.

      *> the newest read sits in slot (count mod 5) + 1; each line
      *> printed steps back one slot from there.
       2670-write-one-interaction.

           compute ws-recent-pos = ws-recent-count - ws-recent-shown.
           divide ws-recent-pos by ws-recent-max
               giving ws-recent-quot
               remainder ws-recent-slot.
           add 1 to ws-recent-slot.

           move ws-recent-date(ws-recent-slot) to ws-rl-date.
           evaluate ws-recent-type(ws-recent-slot)
               when "C"
                   move "CALL" to ws-rl-type
               when "E"
                   move "EMAIL" to ws-rl-type
               when "M"
                   move "MEETING" to ws-rl-type
               when "L"
                   move "LETTER" to ws-rl-type
               when other
                   move ws-recent-type(ws-recent-slot) to ws-rl-type
           end-evaluate.
           move ws-recent-user(ws-recent-slot) to ws-rl-user.
           move ws-recent-note(ws-recent-slot) to ws-rl-note.
           move spaces to ws-rl-follow.
           if ws-recent-follow-up(ws-recent-slot) > zero
               string
                   "FOLLOW UP BY " delimited by size
                   ws-recent-follow-up(ws-recent-slot)
                       delimited by size
                   into ws-rl-follow
               end-string
           end-if.
           write report-line from ws-recent-line.

           add 1 to ws-recent-shown.

      *> ---------------------------------------------------------
      *> 2680 - every number and address the contact has on the
      *> channel file, in the order they were added.
      *> ---------------------------------------------------------
       2680-show-channels.

           move "N" to ws-chan-done-flag.
           move contact-id to channel-contact-id.
           move zero to channel-seq.
           start channel-file key >= channel-key
               invalid key
                   set ws-chan-done to true
           end-start.

           perform 2690-write-one-channel
               until ws-chan-done.

       2690-write-one-channel.

           read channel-file next record
               at end
                   set ws-chan-done to true
               not at end
                   if channel-contact-id not = contact-id
                       set ws-chan-done to true
                   else
                       perform 2695-format-channel-line
                       write report-line from ws-chan-line
                   end-if
           end-read.

       2695-format-channel-line.

           evaluate true
               when channel-work-phone
                   move "WORK PHONE" to ws-cl-label
               when channel-mobile
                   move "MOBILE" to ws-cl-label
               when channel-home-phone
                   move "HOME PHONE" to ws-cl-label
               when channel-fax
                   move "FAX" to ws-cl-label
               when channel-work-email
                   move "WORK EMAIL" to ws-cl-label
               when channel-personal-email
                   move "PERSONAL EMAIL" to ws-cl-label
               when other
                   move channel-type to ws-cl-label
           end-evaluate.
           move channel-value to ws-cl-value.
           if channel-is-primary
               move "PRIMARY" to ws-cl-primary
           else
               move spaces to ws-cl-primary
           end-if.

      *> ---------------------------------------------------------
      *> 2700 - ID lookup: a keyed read of the master; an ID not on
      *> the master is tried against the retired-ID cross-reference,
                   set ws-id-found to true
           end-read.

      *> ---------------------------------------------------------
      *> 2800 - EMAIL lookup: the email index holds every address
      *> folded to lower case, so fold the fragment the same way,
      *> start there and read on while the keys still begin with
      *> it.  Then one pass of the channel file for contacts whose
      *> other addresses match, skipping any the index already
      *> found.
      *> ---------------------------------------------------------
       2800-lookup-by-email.

           move ws-search-value to ws-email-fold.
           inspect ws-email-fold
               converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       to "abcdefghijklmnopqrstuvwxyz".

           move low-values to contact-email-key.
           move ws-email-fold(1:ws-search-len)
               to contact-email-key(1:ws-search-len).
           start contact-master key >= contact-email-key
               invalid key
                   set ws-scan-eof to true
           end-start.

           perform 2810-read-one-by-email
               until ws-scan-eof.

           if not ws-channel-missing
               perform 2850-scan-channel-file
           end-if.

       2810-read-one-by-email.

           read contact-master next record
               at end
                   set ws-scan-eof to true
               not at end
                   if contact-email-key(1:ws-search-len)
                           = ws-email-fold(1:ws-search-len)
                       add 1 to ws-hit-count
                       add 1 to ws-total-hits
                       perform 2600-write-hit-line
                   else
                       set ws-scan-eof to true
                   end-if
           end-read.

       2850-scan-channel-file.

           move zero to ws-chan-hit-count.
           move "N" to ws-chan-overflow-flag.
           move "N" to ws-chan-done-flag.
           move low-values to channel-key.
           start channel-file key >= channel-key
               invalid key
                   set ws-chan-done to true
           end-start.

           perform 2860-scan-one-channel
               until ws-chan-done.

           perform 2870-report-channel-hit
               varying ws-chan-hit-i from 1 by 1
               until ws-chan-hit-i > ws-chan-hit-count.

           if ws-chan-overflow
               move spaces to report-line
               string
                   "  MORE CONTACTS MATCH ON OTHER ADDRESSES THAN"
                       delimited by size
                   " ONE LOOKUP LISTS - NARROW THE SEARCH"
                       delimited by size
                   into report-line
               end-string
               write report-line
           end-if.

      *> the channel file is in contact order, so a contact with
      *> several matching addresses is collected once.
       2860-scan-one-channel.

           read channel-file next record
               at end
                   set ws-chan-done to true
               not at end
                   if channel-is-email
                       move channel-value to ws-target-value
                       inspect ws-target-value
                           converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                                   to "abcdefghijklmnopqrstuvwxyz"
                       if ws-target-value(1:ws-search-len)
                               = ws-email-fold(1:ws-search-len)
                           perform 2865-collect-channel-hit
                       end-if
                   end-if
           end-read.

       2865-collect-channel-hit.

           set ws-chan-new to true.
           if ws-chan-hit-count > zero
               if channel-contact-id
                       = ws-chan-hit-id(ws-chan-hit-count)
                   move "N" to ws-chan-new-flag
               end-if
           end-if.

           if ws-chan-new
               if ws-chan-hit-count < ws-chan-hit-max
                   add 1 to ws-chan-hit-count
                   move channel-contact-id
                       to ws-chan-hit-id(ws-chan-hit-count)
               else
                   set ws-chan-overflow to true
               end-if
           end-if.

       2870-report-channel-hit.

           move ws-chan-hit-id(ws-chan-hit-i) to contact-id.
           read contact-master
               key is contact-id
               invalid key
                   continue
               not invalid key
                   if contact-email-key(1:ws-search-len)
                           not = ws-email-fold(1:ws-search-len)
                       add 1 to ws-hit-count
                       add 1 to ws-total-hits
                       perform 2600-write-hit-line
                   end-if
           end-read.

      *> ---------------------------------------------------------
      *> 2900 - NAME lookup through the sort-name index (so the
      *> fragment is the surname: "Smith" or "Smith, J"), COMPANY
      *> through the company index.  The keys hold the value as it
      *> was keyed, so each distinct spelling variant of the
      *> fragment is tried in turn; no key can begin with two
      *> different variants, so no contact is listed twice.
      *> ---------------------------------------------------------
       2900-lookup-by-name-key.

           move ws-search-len to ws-key-len.
           if ws-key-len > 20
               move 20 to ws-key-len
           end-if.

           move ws-keyed-value  to ws-variant(1).
           move ws-search-value to ws-variant(3).
           move ws-search-value to ws-variant(4).
           inspect ws-variant(4)
               converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       to "abcdefghijklmnopqrstuvwxyz".
           move ws-variant(4) to ws-variant(2).
           perform 2910-capitalise-one-char
               varying ws-scan-i from 1 by 1
               until ws-scan-i > ws-search-len.

           perform 2920-try-one-variant
               varying ws-variant-i from 1 by 1
               until ws-variant-i > 4.

       2910-capitalise-one-char.

           if ws-scan-i = 1
               move space to ws-prev-char
           else
               move ws-variant(2)(ws-scan-i - 1:1) to ws-prev-char
           end-if.

           if ws-prev-char = space or "-" or "'" or "," or "."
               inspect ws-variant(2)(ws-scan-i:1)
                   converting "abcdefghijklmnopqrstuvwxyz"
                           to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           end-if.

       2920-try-one-variant.

           move "N" to ws-variant-dup-flag.
           perform 2925-check-earlier-variant
               varying ws-variant-j from 1 by 1
               until ws-variant-j >= ws-variant-i.

           if not ws-variant-dup
               perform 2930-walk-key-range
           end-if.

       2925-check-earlier-variant.

           if ws-variant(ws-variant-j)(1:ws-search-len)
                   = ws-variant(ws-variant-i)(1:ws-search-len)
               set ws-variant-dup to true
           end-if.

       2930-walk-key-range.

           move "N" to ws-scan-eof-flag.

           if ws-search-name
               move low-values to contact-sort-name
               move ws-variant(ws-variant-i)(1:ws-key-len)
                   to contact-sort-name(1:ws-key-len)
               start contact-master key >= contact-sort-name
                   invalid key
                       set ws-scan-eof to true
               end-start
           else
               move low-values to contact-company-key
               move ws-variant(ws-variant-i)(1:ws-key-len)
                   to contact-key-company(1:ws-key-len)
               start contact-master key >= contact-company-key
                   invalid key
                       set ws-scan-eof to true
               end-start
           end-if.

           perform 2940-read-one-keyed
               until ws-scan-eof.

       2940-read-one-keyed.

           read contact-master next record
               at end
                   set ws-scan-eof to true
               not at end
                   if ws-search-name
                       move contact-sort-name to ws-target-value
                   else
                       move contact-key-company to ws-target-value
                   end-if
                   if ws-target-value(1:ws-search-len)
                           = ws-variant(ws-variant-i)(1:ws-search-len)
                       add 1 to ws-hit-count
                       add 1 to ws-total-hits
                       perform 2600-write-hit-line
                   else
                       set ws-scan-eof to true
                   end-if
           end-read.

       900-close-files.

           if not ws-parm-missing
           if not ws-xref-missing
               close contact-xref
           end-if.
           if not ws-interact-missing
               close interact-file
           end-if.
           if not ws-channel-missing
               close channel-file
           end-if.
           close inquiry-report.

      *> ---------------------------------------------------------
