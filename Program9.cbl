      *>                 run of N records reports as N-1 adjacent
      *>                 pairs rather than every pairing, but flags
      *>                 the same contacts.
      *> 2026-10-15  AB  the email and phone passes also weigh every
      *>                 extra address and number on
      *>                 CONTACT-CHANNEL.DAT: each one goes into the
      *>                 sort as another copy of its contact, so a
      *>                 mobile shared with someone else's work phone
      *>                 flags both; a contact never matches itself.
      *> 2026-10-15  AB  declare the master's new alternate keys
      *>                 (email, sort name, company) so the file opens
      *>                 with its full key definition.

       environment division.
       configuration section.
               organization is indexed
               access mode is sequential
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

           select sort-file
               assign to "../../../A1-ContactList/SORTWORK3.TMP".


           copy "CONTACT-REC.cpy".

       fd channel-file
           data record is channel-rec.

           copy "CHANNEL-REC.cpy".

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
           data record is srt-rec.
                             by ==srt-status-date==
                         ==contact-no-email==   by ==srt-no-email==
                         ==contact-no-phone==   by ==srt-no-phone==
                         ==contact-no-postal==  by ==srt-no-postal==
                         ==contact-email-key==  by ==srt-email-key==
                         ==contact-company-key==
                             by ==srt-company-key==
                         ==contact-key-company==
                             by ==srt-key-company==
                         ==contact-key-sort-name==
                             by ==srt-key-sort-name==.

       fd flagged-file
           data record is flg-rec.
         88 ws-flagged-ok value "00".
         88 ws-flagged-not-found value "23" "35".

       01 ws-channel-status pic xx.
         88 ws-channel-ok value "00".
         88 ws-channel-not-found value "23" "35".

       01 ws-runctl-status pic xx.
         88 ws-runctl-ok value "00".
         88 ws-runctl-not-found value "35".
           88 ws-first-record value "Y".
         05 ws-master-missing-flag pic x value "N".
           88 ws-master-missing value "Y".
         05 ws-master-eof-flag pic x value "N".
           88 ws-master-eof value "Y".
         05 ws-channel-missing-flag pic x value "N".
           88 ws-channel-missing value "Y".
         05 ws-chan-done-flag pic x value "N".
           88 ws-chan-done value "Y".

      *> which key the current matching pass is comparing on.
       01 ws-pass-key pic x(5).
               open i-o flagged-file
           end-if.

      *> the extra numbers and addresses, once anyone has any.
           open input channel-file.
           if ws-channel-not-found
               set ws-channel-missing to true
           end-if.

      *> ---------------------------------------------------------
      *> 200/300/400 - one sorted pass per key.  Sorting brings
      *> every duplicate next to its twin, so one sequential read

       300-run-email-pass.

           set ws-pass-email to true.
           sort sort-file on ascending key sd-email
               input procedure is 600-release-contacts
                   thru 699-release-exit
               giving sort-out.

           perform 500-scan-sorted-file.

       400-run-phone-pass.

           set ws-pass-phone to true.
           sort sort-file on ascending key sd-phone
               input procedure is 600-release-contacts
                   thru 699-release-exit
               giving sort-out.

           perform 500-scan-sorted-file.

       500-scan-sorted-file.
                   move srt-phone to ws-prev-phone
           end-read.

      *> two copies of the same contact sorting together (a channel
      *> that repeats its own primary value) are not a duplicate.
       520-match-adjacent.

           if srt-id = ws-prev-id
               continue
           else
               perform 525-compare-keys
           end-if.

       525-compare-keys.

           evaluate true
               when ws-pass-name
                   if srt-name = ws-prev-name
           write exception-line.
           add 1 to ws-except-count.

      *> ---------------------------------------------------------
      *> 600 - input procedure for the email and phone passes: each
      *> contact goes in once as it stands on the master, then once
      *> more for every other address (email pass) or number (phone
      *> pass) it has on the channel file, with that value in the
      *> key field.  The primary ones are the master's own.
      *> ---------------------------------------------------------
       600-release-contacts.

           move "N" to ws-master-eof-flag.
           open input contact-master.

           perform 610-release-one-contact
               until ws-master-eof.

           close contact-master.

       699-release-exit.

           exit.

       610-release-one-contact.

           read contact-master
               at end
                   set ws-master-eof to true
               not at end
                   move contact-rec to sd-rec
                   release sd-rec
                   if not ws-channel-missing
                       perform 620-release-channels
                   end-if
           end-read.

       620-release-channels.

           move "N" to ws-chan-done-flag.
           move contact-id to channel-contact-id.
           move zero to channel-seq.
           start channel-file key >= channel-key
               invalid key
                   set ws-chan-done to true
           end-start.

           perform 630-release-one-channel
               until ws-chan-done.

       630-release-one-channel.

           read channel-file next record
               at end
                   set ws-chan-done to true
               not at end
                   if channel-contact-id not = contact-id
                       set ws-chan-done to true
                   else
                       if not channel-is-primary
                           perform 640-release-channel-copy
                       end-if
                   end-if
           end-read.

       640-release-channel-copy.

           evaluate true
               when ws-pass-email and channel-is-email
                   move contact-rec to sd-rec
                   move channel-value to sd-email
                   release sd-rec
               when ws-pass-phone and channel-is-phone
                   move contact-rec to sd-rec
                   move channel-value to sd-phone
                   release sd-rec
           end-evaluate.

      *> ---------------------------------------------------------
      *> 700 - put WS-FLAG-ID on the flagged file with the reason in
      *> WS-FLAG-REASON, adding the reason to an existing entry if a
               close flagged-file
               close exception-file
           end-if.
           if not ws-channel-missing
               close channel-file
           end-if.

      *> ---------------------------------------------------------
      *> 950 - close out the run-control log and leave the run's
