      *>                 mailed (noted and counted like a missing
      *>                 address).  vCards still write - a vCard is
      *>                 the contact's card, not an outreach.
      *> 2026-10-15  AB  a vCard carries every phone number and email
      *>                 address the contact has on
      *>                 CONTACT-CHANNEL.DAT, each typed (work, cell,
      *>                 home, fax; work or home mail), after the
      *>                 master's primary ones.
      *> 2026-10-15  AB  declare the master's new alternate keys
      *>                 (email, sort name, company) so the file opens
      *>                 with its full key definition.
      *> 2026-10-15  AB  keep a distribution history: every label
      *>                 pressed and every vCard written gets a record
      *>                 on CONTACT-DIST-HIST.DAT with the campaign ID
      *>                 now carried on the parameter record, the
      *>                 group, the output type, the channel and the
      *>                 run date.  A "Y" after the campaign ID leaves
      *>                 out of a LABELS run anyone already sent that
      *>                 campaign, counted as ALREADY-SENT on the
      *>                 totals (not a skip - it is what was asked).

       environment division.
       configuration section.
               organization is indexed
               access mode is random
               record key is contact-id
               alternate record key is contact-email-key
                   with duplicates
               alternate record key is contact-sort-name
                   with duplicates
               alternate record key is contact-company-key
                   with duplicates
               file status is ws-master-status.

           select channel-file
               assign to "../../../A1-ContactList/CONTACT-CHANNEL.DAT"
               organization is indexed
               access mode is dynamic
               record key is channel-key
               file status is ws-channel-status.

           select dist-history
               assign to "../../../A1-ContactList/CONTACT-DIST-HIST.DAT"
               organization is indexed
               access mode is dynamic
               record key is dist-key
               alternate record key is dist-campaign-key
                   with duplicates
               file status is ws-dist-status.

           select sort-file
               assign to "../../../A1-ContactList/SORTWORK5.TMP".

           data record is parm-line
           record contains 80 characters.

      *> group ID and mode, then the mailing or campaign the run is
      *> for and "Y" to leave out anyone already sent that campaign
      *> (labels only - a vCard is not a mailing).
       01 parm-line.
           05 parm-group-id    pic x(4).
           05 filler           pic x(1).
           05 parm-mode        pic x(7).
           05 filler           pic x(1).
           05 parm-campaign-id pic x(10).
           05 filler           pic x(1).
           05 parm-skip-sent   pic x(1).
           05 filler           pic x(55).

       fd group-master
           data record is group-rec.

           copy "CONTACT-REC.cpy".

       fd channel-file
           data record is channel-rec.

           copy "CHANNEL-REC.cpy".

       fd dist-history
           data record is dist-rec.

           copy "DISTHIST-REC.cpy".

       sd sort-file.

           copy "CONTACT-REC.cpy"
                             by ==sd-status-date==
                         ==contact-no-email==   by ==sd-no-email==
                         ==contact-no-phone==   by ==sd-no-phone==
                         ==contact-no-postal==  by ==sd-no-postal==
                         ==contact-email-key==  by ==sd-email-key==
                         ==contact-company-key==
                             by ==sd-company-key==
                         ==contact-key-company==
                             by ==sd-key-company==
                         ==contact-key-sort-name==
                             by ==sd-key-sort-name==.

       fd sort-out
           data record is prt-rec.
                             by ==prt-status-date==
                         ==contact-no-email==   by ==prt-no-email==
                         ==contact-no-phone==   by ==prt-no-phone==
                         ==contact-no-postal==  by ==prt-no-postal==
                         ==contact-email-key==  by ==prt-email-key==
                         ==contact-company-key==
                             by ==prt-company-key==
                         ==contact-key-company==
                             by ==prt-key-company==
                         ==contact-key-sort-name==
                             by ==prt-key-sort-name==.

       fd label-file
           data record is label-line
         88 ws-master-ok value "00".
         88 ws-master-not-found value "23" "35".

       01 ws-channel-status pic xx.
         88 ws-channel-ok value "00".
         88 ws-channel-not-found value "23" "35".

       01 ws-dist-status pic xx.
         88 ws-dist-ok value "00".
         88 ws-dist-not-found value "23" "35".

       01 ws-runctl-status pic xx.
         88 ws-runctl-ok value "00".
         88 ws-runctl-not-found value "35".
           88 ws-group-found value "Y".
         05 ws-len-found-flag pic x value "N".
           88 ws-len-found value "Y".
         05 ws-channel-missing-flag pic x value "N".
           88 ws-channel-missing value "Y".
         05 ws-chan-done-flag pic x value "N".
           88 ws-chan-done value "Y".
         05 ws-skip-sent-flag pic x value "N".
           88 ws-skip-sent value "Y".
         05 ws-already-sent-flag pic x value "N".
           88 ws-already-sent value "Y".

       01 ws-current-group pic x(4).
       01 ws-campaign-id   pic x(10).

      *> the run's date and time, stamped on every history record
      *> it writes.
       01 ws-run-date pic 9(8).
       01 ws-run-time pic 9(8).

      *> requested mode for the current parameter record.
       01 ws-run-mode pic x(7).
         05 ws-skipped-count pic 9(6) value zero.
         05 ws-notfound-count pic 9(6) value zero.
         05 ws-badmode-count pic 9(6) value zero.
         05 ws-sent-count    pic 9(6) value zero.
         05 ws-history-count pic 9(6) value zero.

      *> ---------------------------------------------------------
      *> three-across label buffer: members accumulate into the
         05 ws-vc-field-len pic 9(2) value zero.
         05 ws-vc-i         pic 9(4).
         05 ws-vc-ptr       pic 9(3) value 1.
         05 ws-vc-tag       pic x(26).
         05 ws-vc-last      pic x(20).
         05 ws-vc-first     pic x(20).


       100-open-files.

           accept ws-run-date from date yyyymmdd.
           accept ws-run-time from time.

           open output label-file.
           open output label-report.

               set ws-files-missing to true
           end-if.

      *> the channel file is there once anyone has a second number
      *> or address; without it a vCard carries the master's only.
           open input channel-file.
           if ws-channel-not-found
               set ws-channel-missing to true
           end-if.

      *> the distribution history is started by the first run that
      *> writes to it.
           open i-o dist-history.
           if ws-dist-not-found
               open output dist-history
               close dist-history
               open i-o dist-history
           end-if.

           if ws-files-missing
               move "GROUP OR CONTACT FILES MISSING - NOTHING WRITTEN"
                   to report-line

           move parm-group-id to ws-current-group.
           move parm-mode to ws-run-mode.
           move parm-campaign-id to ws-campaign-id.
           move "N" to ws-skip-sent-flag.
           if parm-skip-sent = "Y" or parm-skip-sent = "y"
               set ws-skip-sent to true
           end-if.
           inspect ws-run-mode
               converting "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
               write report-line
           end-if.

           if ws-group-found and ws-skip-sent
               if ws-campaign-id = spaces or not ws-mode-labels
                   move "N" to ws-skip-sent-flag
                   move spaces to report-line
                   string
                       "GROUP " delimited by size
                       ws-current-group delimited by size
                       " LEAVE-OUT IGNORED - LABELS WITH A CAMPAIGN"
                           delimited by size
                       " ID ONLY" delimited by size
                       into report-line
                   end-string
                   write report-line
               end-if
           end-if.

           if ws-group-found
               sort sort-file on ascending key sd-sort-name
                   input procedure is 3000-release-members

       4150-handle-label-member.

           perform 4050-check-already-sent.

           if ws-already-sent
               add 1 to ws-sent-count
           else
               perform 4155-check-do-not-mail
           end-if.

      *> ---------------------------------------------------------
      *> 4050 - with "leave out anyone already sent" asked for, a
      *> member with a history record for this campaign (any group,
      *> any output, any earlier run - or earlier in this one) gets
      *> no label.
      *> ---------------------------------------------------------
       4050-check-already-sent.

           move "N" to ws-already-sent-flag.
           if ws-skip-sent
               move ws-campaign-id to dist-campaign-id
               move prt-id to dist-key-contact-id
               read dist-history
                   key is dist-campaign-key
                   invalid key
                       continue
                   not invalid key
                       set ws-already-sent to true
               end-read
           end-if.

       4155-check-do-not-mail.

           if prt-no-postal = "Y"
               add 1 to ws-skipped-count
               move spaces to report-line

           add 1 to ws-label-count.

           move spaces to dist-rec.
           move "LABELS" to dist-output-type.
           move "POSTAL" to dist-channel.
           move prt-postal to dist-channel-value.
           perform 6000-write-history.

           if ws-slot-count >= 3
               perform 4300-emit-label-row
           end-if.
               perform 5400-write-tagged-line
           end-if.

           if not ws-channel-missing
               perform 5600-write-channel-lines
           end-if.

           if prt-addr1 not = spaces or prt-city not = spaces
               perform 5500-write-adr-line
           end-if.
           close vcard-file.
           add 1 to ws-vcard-count.

           move spaces to dist-rec.
           move "VCARD" to dist-output-type.
           move "CARD" to dist-channel.
           move spaces to dist-channel-value.
           perform 6000-write-history.

      *> ---------------------------------------------------------
      *> 5300/5400 - one "TAG:value" vCard line: the caller loads
      *> ws-vc-tag and ws-vc-field, the value's trailing spaces are

           write vcard-line.

      *> ---------------------------------------------------------
      *> 5600 - the contact's other numbers and addresses, one
      *> typed TEL or EMAIL line each.  The primary ones are the
      *> master's and were written above.
      *> ---------------------------------------------------------
       5600-write-channel-lines.

           move "N" to ws-chan-done-flag.
           move prt-id to channel-contact-id.
           move zero to channel-seq.
           start channel-file key >= channel-key
               invalid key
                   set ws-chan-done to true
           end-start.

           perform 5610-write-one-channel
               until ws-chan-done.

       5610-write-one-channel.

           read channel-file next record
               at end
                   set ws-chan-done to true
               not at end
                   if channel-contact-id not = prt-id
                       set ws-chan-done to true
                   else
                       if not channel-is-primary
                           perform 5620-tag-channel
                           move channel-value to ws-vc-field
                           perform 5400-write-tagged-line
                       end-if
                   end-if
           end-read.

       5620-tag-channel.

           evaluate true
               when channel-work-phone
                   move "TEL;TYPE=WORK,VOICE:" to ws-vc-tag
               when channel-mobile
                   move "TEL;TYPE=CELL:" to ws-vc-tag
               when channel-home-phone
                   move "TEL;TYPE=HOME,VOICE:" to ws-vc-tag
               when channel-fax
                   move "TEL;TYPE=FAX:" to ws-vc-tag
               when channel-work-email
                   move "EMAIL;TYPE=INTERNET,WORK:" to ws-vc-tag
               when channel-personal-email
                   move "EMAIL;TYPE=INTERNET,HOME:" to ws-vc-tag
               when other
                   move "NOTE:" to ws-vc-tag
           end-evaluate.

      *> ---------------------------------------------------------
      *> 6000 - record the member's place on this run in the
      *> distribution history; the caller has cleared the record
      *> and set the output type and the channel.  The same group
      *> and mode asked for twice in one run records once.
      *> ---------------------------------------------------------
       6000-write-history.

           move prt-id to dist-contact-id.
           move ws-run-date to dist-run-date.
           move ws-run-time to dist-run-time.
           move ws-current-group to dist-group-id.
           move ws-campaign-id to dist-campaign-id.
           move prt-id to dist-key-contact-id.
           write dist-rec
               invalid key
                   continue
               not invalid key
                   add 1 to ws-history-count
           end-write.

       800-write-totals.

           move spaces to report-line.
           end-string.
           write report-line.

           move spaces to report-line.
           string
               "        ALREADY-SENT=" delimited by size
               ws-sent-count        delimited by size
               " HISTORY="          delimited by size
               ws-history-count     delimited by size
               into report-line
           end-string.
           write report-line.

       900-close-files.

           if not ws-parm-missing
               close group-member
               close contact-master
           end-if.
           if not ws-channel-missing
               close channel-file
           end-if.
           close dist-history.
           close label-file.
           close label-report.

