      *>                 without them starts all channels allowed,
      *>                 and the flags ride the before/after audit
      *>                 images like everything else.
      *> 2026-10-15  AB  second-person approval: a DELETE, MERGE or
      *>                 INACTIVATE with no approver, or approved by
      *>                 its own submitter, is rejected REJ-UNAPPRVD
      *>                 however it reached this program, and the
      *>                 audit line names the transaction's submitter
      *>                 instead of the batch user when it carries
      *>                 one.
      *> 2026-10-15  AB  a MERGE also moves the retiring contact's
      *>                 interaction history on CONTACT-INTERACT.DAT
      *>                 onto the survivor, dates and notes intact,
      *>                 so the survivor's history and follow-ups are
      *>                 the whole story.
      *> 2026-10-15  AB  extra phone numbers and email addresses on
      *>                 CONTACT-CHANNEL.DAT: ADD-CHANNEL ("K") and
      *>                 DROP-CHANNEL ("X") transactions, a primary
      *>                 channel carried into CONTACT-EMAIL or
      *>                 CONTACT-PHONE (the old value kept on as a
      *>                 channel), a CHANGE of either field follows
      *>                 through to its primary channel, a DELETE
      *>                 drops the contact's channels and a MERGE
      *>                 carries the retiring contact's numbers and
      *>                 addresses to the survivor.  Channel
      *>                 transactions audit as CHANGE with the
      *>                 channel in the audit line's channel area.
      *> 2026-10-15  AB  seal the audit trail: every line written
      *>                 carries the next sequence number and a hash
      *>                 chaining it to the line before, picked up
      *>                 at open from the live log or, after a
      *>                 month-end archive, from the closed periods
      *>                 on CONTACT-AUDIT-CHAIN.DAT.
      *> 2026-10-15  AB  the master carries alternate indexes on the
      *>                 email, the sort name and the company:
      *>                 355-DERIVE-ALTERNATE-KEYS sets the key fields
      *>                 (email folded to lower case; company followed
      *>                 by the sort name) before every WRITE and
      *>                 REWRITE of a contact, so the indexes stay
      *>                 current through every transaction.
      *> 2026-10-15  AB  a MERGE writes the survivor's copy of each
      *>                 interaction and channel before dropping the
      *>                 retiring contact's; one that cannot be
      *>                 written stays under the retired ID and goes
      *>                 on the activity report as an exception
      *>                 (KPT= on the totals line, severity 04).
      *> 2026-10-15  AB  on closing the audit log, put where the
      *>                 sealed trail stands back on
      *>                 CONTACT-AUDIT-CHAIN.DAT as its LIVE
      *>                 high-water mark, so a log that loses its
      *>                 last lines shows as a break in Program26 and
      *>                 the next run carries on from the mark.

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

           select activity-report
               organization is line sequential
               file status is ws-audit-status.

           select audit-chain
               assign to
                   "../../../A1-ContactList/CONTACT-AUDIT-CHAIN.DAT"
               organization is line sequential
               file status is ws-audchain-status.

           select restart-file
               assign to
                   "../../../A1-ContactList/CONTACT-MTN-RESTART.DAT"
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

           select master-lock
               assign to
                   "../../../A1-ContactList/CONTACT-MASTER-LOCK.DAT"

       fd audit-log
           data record is audit-line
           record contains 532 characters.

       01 audit-line pic x(532).

      *> the sealed trail's sequence number and hash, read back at
      *> the end of each line to find where the trail stands.
       01 audit-seal-line.
           05 filler          pic x(508).
           05 audit-line-seq  pic 9(9).
           05 filler          pic x(6).
           05 audit-line-hash pic 9(9).

       fd audit-chain
           data record is audchain-line
           record contains 80 characters.

       01 audchain-line pic x(80).

       fd restart-file
           data record is restart-line

           copy "XREF-REC.cpy".

       fd interact-file
           data record is interact-rec.

           copy "INTERACT-REC.cpy".

       fd channel-file
           data record is channel-rec.

           copy "CHANNEL-REC.cpy".

       fd master-lock
           data record is lock-line
           record contains 80 characters.
         88 ws-xref-ok value "00".
         88 ws-xref-not-found value "23" "35".

       01 ws-interact-status pic xx.
         88 ws-interact-ok value "00".
         88 ws-interact-not-found value "23" "35".

       01 ws-channel-status pic xx.
         88 ws-channel-ok value "00".
         88 ws-channel-not-found value "23" "35".

       01 ws-trans-status pic xx.
         88 ws-trans-ok value "00".
         88 ws-trans-not-found value "35".
         88 ws-audit-ok value "00".
         88 ws-audit-not-found value "35".

       01 ws-audchain-status pic xx.
         88 ws-audchain-ok value "00".
         88 ws-audchain-not-found value "35".

           copy "AUDCHAIN-REC.cpy".

      *> CONTACT-AUDIT-CHAIN.DAT held whole, less its LIVE record,
      *> while the high-water mark is put back (165).
       01 ws-chain-table.
         05 ws-chain-max       pic 9(3) value 600.
         05 ws-chain-count     pic 9(3) value zero.
         05 ws-chain-i         pic 9(3).
         05 ws-chain-full-flag pic x value "N".
           88 ws-chain-full value "Y".
         05 ws-chain-raw       pic x(80) occurs 600 times.

      *> the audit trail's seal: where the trail stands (its highest
      *> sequence number and that line's hash) and the work fields
      *> the next line's hash is folded in.
       01 ws-seal-work.
         05 ws-seal-last-seq   pic 9(9) value zero.
         05 ws-seal-last-hash  pic 9(9) value zero.
         05 ws-seal-acc        pic 9(11).
         05 ws-seal-quot       pic 9(11).
         05 ws-seal-rem        pic 9(9).
         05 ws-seal-i          pic 9(3).
         05 ws-seal-length     pic 9(3) value 517.
         05 ws-seal-multiplier pic 9(2) value 31.
         05 ws-seal-modulus    pic 9(9) value 999999937.
         05 ws-seal-eof-flag   pic x value "N".
           88 ws-seal-eof value "Y".

      *> one byte of the audit line seen as its character code: the
      *> byte goes in the low half, the high half stays LOW-VALUE.
       01 ws-seal-byte.
         05 ws-seal-byte-code pic 9(4) comp value zero.
       01 ws-seal-byte-x redefines ws-seal-byte.
         05 ws-seal-byte-high pic x.
         05 ws-seal-byte-low  pic x.

       01 ws-restart-status pic xx.
         88 ws-restart-ok value "00".
         88 ws-restart-not-found value "35".
           88 ws-merge-good value "Y".
         05 ws-repoint-done-flag pic x value "N".
           88 ws-repoint-done value "Y".
         05 ws-carry-done-flag pic x value "N".
           88 ws-carry-done value "Y".
         05 ws-carry-written-flag pic x value "N".
           88 ws-carry-written value "Y".
         05 ws-chan-done-flag pic x value "N".
           88 ws-chan-done value "Y".
         05 ws-chan-dup-flag pic x value "N".
           88 ws-chan-dup value "Y".
         05 ws-chan-held-flag pic x value "N".
           88 ws-chan-held value "Y".
         05 ws-chan-primary-flag pic x value "N".
           88 ws-chan-make-primary value "Y".
         05 ws-chan-written-flag pic x value "N".
           88 ws-chan-written value "Y".
         05 ws-chan-kept-flag pic x value "N".
           88 ws-chan-kept value "Y".

       01 ws-counters.
         05 ws-added-count    pic 9(6) value zero.
         05 ws-merged-count   pic 9(6) value zero.
         05 ws-inact-count    pic 9(6) value zero.
         05 ws-reinst-count   pic 9(6) value zero.
         05 ws-channel-count  pic 9(6) value zero.
         05 ws-rejected-count pic 9(6) value zero.
         05 ws-kept-count     pic 9(6) value zero.

      *> group id held while a membership is folded from the
      *> retiring contact onto the survivor mid-walk.
       01 ws-fold-group-id pic x(4).

      *> one interaction being carried from the retiring contact to
      *> the survivor, and the key it sat under so the walk can
      *> resume past it.
       01 ws-carry-work.
         05 ws-carry-rec      pic x(120).
         05 ws-carry-date     pic 9(8).
         05 ws-carry-time     pic 9(8).
         05 ws-carry-tries    pic 9(3).

      *> the channel a K or X transaction names, the master field
      *> its category shadows, and what a walk of the contact's
      *> channels found: the highest sequence in use and, for a
      *> drop, the sequence of the matching channel.
       01 ws-chan-work.
         05 ws-chan-type         pic x(2).
         05 ws-chan-cat          pic x(1).
           88 ws-chan-cat-phone  value "P".
           88 ws-chan-cat-email  value "E".
         05 ws-chan-value        pic x(30).
         05 ws-chan-master-value pic x(30).
         05 ws-chan-last-seq     pic 9(2).
         05 ws-chan-found-seq    pic 9(2).
         05 ws-chan-found-primary pic x(1).
         05 ws-chan-owner-id     pic x(6).
         05 ws-chan-new-type     pic x(2).
         05 ws-chan-new-value    pic x(30).
         05 ws-chan-new-primary  pic x(1).
         05 ws-chan-hold         pic x(50).
         05 ws-chan-hold-seq     pic 9(2).

      *> the survivor's numbers and addresses, held while a MERGE
      *> carries the retiring contact's channels across so the
      *> same value is never carried twice.
       01 ws-chan-table.
         05 ws-chan-tab-count pic 9(3) value zero.
         05 ws-chan-tab-ix    pic 9(3).
         05 ws-chan-tab-entry occurs 102 times.
           10 ws-chan-tab-cat   pic x(1).
           10 ws-chan-tab-value pic x(30).

      *> checkpoint/restart controls for the transaction loop.
       01 ws-checkpoint-controls.
         05 ws-checkpoint-interval pic 9(4) value 25.
      *> before/after image captured for the audit log.
       01 ws-audit-work.
         05 ws-audit-action    pic x(6).
         05 ws-audit-chan.
           10 ws-audit-chan-op    pic x(1).
           10 ws-audit-chan-type  pic x(2).
           10 ws-audit-chan-value pic x(30).
         05 ws-before-rec.
           10 ws-before-id      pic x(6).
           10 ws-before-name    pic x(20).
           end-if.
           open output activity-report.

           perform 160-load-audit-seal.
           open extend audit-log.
           if ws-audit-not-found
               open output audit-log
               open i-o contact-xref
           end-if.

           open i-o interact-file.
           if ws-interact-not-found
               open output interact-file
               close interact-file
               open i-o interact-file
           end-if.

           open i-o channel-file.
           if ws-channel-not-found
               open output channel-file
               close channel-file
               open i-o channel-file
           end-if.

           move zero to ws-skip-count.
           move "N" to ws-restart-active-flag.

           end-if.
           close restart-file.

      *> ---------------------------------------------------------
      *> 160 - find where the sealed audit trail stands before this
      *> run appends to it: the highest sequence number, with its
      *> hash, either on the live log or among the periods the
      *> month-end archive has closed onto CONTACT-AUDIT-CHAIN.DAT
      *> (right after an archive run the live log may hold none),
      *> or the LIVE high-water mark there, should the log have
      *> lost its last lines since the mark was put back (165).
      *> A trail with nothing sealed on it yet starts again at 1.
      *> ---------------------------------------------------------
       160-load-audit-seal.

           move zero to ws-seal-last-seq.
           move zero to ws-seal-last-hash.

           move "N" to ws-seal-eof-flag.
           open input audit-chain.
           if ws-audchain-ok
               perform 161-read-closed-period
                   until ws-seal-eof
               close audit-chain
           end-if.

           move "N" to ws-seal-eof-flag.
           open input audit-log.
           if ws-audit-ok
               perform 162-read-live-line
                   until ws-seal-eof
               close audit-log
           end-if.

       161-read-closed-period.

           read audit-chain
               at end
                   set ws-seal-eof to true
               not at end
                   move audchain-line to audchain-rec
                   if audchain-last-seq numeric
                           and audchain-last-seq > ws-seal-last-seq
                       move audchain-last-seq to ws-seal-last-seq
                       move audchain-last-hash to ws-seal-last-hash
                   end-if
           end-read.

       162-read-live-line.

           read audit-log
               at end
                   set ws-seal-eof to true
               not at end
                   if audit-line-seq numeric
                           and audit-line-seq > ws-seal-last-seq
                       move audit-line-seq to ws-seal-last-seq
                       move audit-line-hash to ws-seal-last-hash
                   end-if
           end-read.

      *> ---------------------------------------------------------
      *> 165 - once this run's lines are on the log, where the
      *> sealed trail now stands goes back on
      *> CONTACT-AUDIT-CHAIN.DAT as its LIVE record, in place of
      *> the one before.  Kept off the log, it lets the
      *> verification (Program26) tell a live log that has lost
      *> its last lines, and lets 160 carry on from it rather than
      *> from the shortened log.  A chain file that cannot be read,
      *> or is too long to hold, is left as it is.
      *> ---------------------------------------------------------
       165-save-audit-mark.

           move zero to ws-chain-count.
           move "N" to ws-chain-full-flag.
           move "N" to ws-seal-eof-flag.
           open input audit-chain.
           if ws-audchain-ok
               perform 166-hold-one-chain-line
                   until ws-seal-eof
               close audit-chain
           end-if.

           if (ws-audchain-ok or ws-audchain-not-found)
                   and not ws-chain-full
                   and ws-seal-last-seq > zero
               open output audit-chain
               perform 167-write-one-chain-line
                   varying ws-chain-i from 1 by 1
                   until ws-chain-i > ws-chain-count
               move spaces to audchain-rec
               set audchain-live-mark to true
               move zero              to audchain-first-seq
               move ws-seal-last-seq  to audchain-last-seq
               move ws-seal-last-hash to audchain-last-hash
               move zero              to audchain-count
               move ws-stamp-date     to audchain-date
               write audchain-line from audchain-rec
               close audit-chain
           end-if.

       166-hold-one-chain-line.

           read audit-chain
               at end
                   set ws-seal-eof to true
               not at end
                   move audchain-line to audchain-rec
                   if not audchain-live-mark
                       if ws-chain-count < ws-chain-max
                           add 1 to ws-chain-count
                           move audchain-line
                               to ws-chain-raw(ws-chain-count)
                       else
                           set ws-chain-full to true
                       end-if
                   end-if
           end-read.

       167-write-one-chain-line.

           write audchain-line from ws-chain-raw(ws-chain-i).

      *> ---------------------------------------------------------
      *> 200 - apply one transaction per read, unless a prior run's
      *> checkpoint says it was already applied; skipping it here

           move spaces to ws-before-rec.
           move spaces to ws-after-rec.
           move spaces to ws-audit-chan.

           evaluate true
               when (trans-is-delete or trans-is-merge
                       or trans-is-inactivate)
                   and (trans-approver = spaces
                       or trans-approver = trans-submitter)
                   move "REJECT" to ws-audit-action
                   move "REJ-UNAPPRVD" to ws-result-text
                   add 1 to ws-rejected-count
               when trans-is-add
                   move "ADD" to ws-audit-action
                   perform 310-add-contact
               when trans-is-reinstate
                   move "REINST" to ws-audit-action
                   perform 327-reinstate-contact
               when trans-is-add-channel
                   move "CHANGE" to ws-audit-action
                   perform 360-add-channel
               when trans-is-drop-channel
                   move "CHANGE" to ws-audit-action
                   perform 362-drop-channel
               when other
                   move "REJECT" to ws-audit-action
                   move "REJECTED" to ws-result-text
           end-if.
           perform 350-derive-sort-name.

           perform 355-derive-alternate-keys.
           write contact-rec
               invalid key
                   move "REJECT" to ws-audit-action
                   if trans-no-postal not = spaces
                       move trans-no-postal to contact-no-postal
                   end-if
                   perform 355-derive-alternate-keys
                   rewrite contact-rec
                       invalid key
                           move "REJECT" to ws-audit-action
                           move "CHANGED" to ws-result-text
                           add 1 to ws-changed-count
                           perform 380-capture-after-image
                           perform 367-sync-primaries
                   end-rewrite
           end-read.

                       move "I" to contact-status
                       accept ws-audit-date from date yyyymmdd
                       move ws-audit-date to contact-status-date
                       perform 355-derive-alternate-keys
                       rewrite contact-rec
                           invalid key
                               move "REJECT" to ws-audit-action
                       move "A" to contact-status
                       accept ws-audit-date from date yyyymmdd
                       move ws-audit-date to contact-status-date
                       perform 355-derive-alternate-keys
                       rewrite contact-rec
                           invalid key
                               move "REJECT" to ws-audit-action
                           move "DELETED" to ws-result-text
                           add 1 to ws-deleted-count
                           perform 335-purge-memberships
                           perform 368-purge-channels
                   end-delete
           end-read.


           if ws-merge-good
               perform 344-fold-memberships
               perform 341-carry-interactions
               perform 369-carry-channels
               move trans-merge-id to contact-id
               delete contact-master record
                   invalid key
                   set ws-fold-done to true
           end-start.

      *> ---------------------------------------------------------
      *> 341 - the retiring contact's interactions are keyed under
      *> its ID, so they sit together from its first key on.  Each
      *> is written under the survivor's ID (stepping the time on
      *> a hundredth when the survivor already has one at that
      *> moment) and only then is the old one dropped; one that
      *> finds no free moment stays under the retired ID with an
      *> exception line on the activity report.  Either way the
      *> walk is re-positioned past the key just handled.
      *> ---------------------------------------------------------
       341-carry-interactions.

           move "N" to ws-carry-done-flag.
           move trans-merge-id to interact-contact-id.
           move zero to interact-date.
           move zero to interact-time.

           start interact-file key >= interact-key
               invalid key
                   set ws-carry-done to true
           end-start.

           perform 342-carry-one-interaction
               until ws-carry-done.

       342-carry-one-interaction.

           read interact-file next record
               at end
                   set ws-carry-done to true
               not at end
                   if interact-contact-id = trans-merge-id
                       perform 342-move-interaction
                   else
                       set ws-carry-done to true
                   end-if
           end-read.

       342-move-interaction.

           move interact-rec to ws-carry-rec.
           move interact-date to ws-carry-date.
           move interact-time to ws-carry-time.

           move trans-id to interact-contact-id.
           move "N" to ws-carry-written-flag.
           move zero to ws-carry-tries.
           perform 342-write-carried
               until ws-carry-written or ws-carry-tries > 99.

           move ws-carry-rec to interact-rec.
           if ws-carry-written
               delete interact-file record
                   invalid key
                       continue
               end-delete
           else
               perform 342-report-kept
           end-if.

           start interact-file key > interact-key
               invalid key
                   set ws-carry-done to true
           end-start.

       342-write-carried.

           write interact-rec
               invalid key
                   add 1 to ws-carry-tries
                   add 1 to interact-time
               not invalid key
                   set ws-carry-written to true
           end-write.

       342-report-kept.

           add 1 to ws-kept-count.
           move spaces to activity-line.
           string
               "  INTERACTION KEPT UNDER " delimited by size
               trans-merge-id              delimited by size
               " "                         delimited by size
               ws-carry-date               delimited by size
               " "                         delimited by size
               ws-carry-time               delimited by size
               " - NO FREE TIME UNDER "    delimited by size
               trans-id                    delimited by size
               into activity-line
           end-string.
           write activity-line.

       347-write-xref.

           move spaces to xref-rec.

           display "USER" upon environment-name.
           accept ws-audit-userid from environment-value.
           if trans-submitter not = spaces
               move trans-submitter to ws-audit-userid
           end-if.
           accept ws-audit-date from date yyyymmdd.
           accept ws-audit-time from time.

           move spaces            to audit-after-no-email.
           move spaces            to audit-after-no-phone.
           move spaces            to audit-after-no-postal.
           move spaces            to audit-chan-op.
           move spaces            to audit-chan-type.
           move spaces            to audit-chan-value.

           perform 710-seal-audit-record.
           write audit-line from audit-rec.

      *> ---------------------------------------------------------
                   end-if
           end-read.

      *> ---------------------------------------------------------
      *> 360 - ADD-CHANNEL.  The new number or address takes the
      *> next free sequence under the contact.  It becomes the
      *> primary of its kind when the transaction asks for that or
      *> when the master has none yet; then the other channels of
      *> the kind lose the flag, the master field takes the value,
      *> and a master value not yet on the channel file is kept as
      *> a work channel so it is not lost.
      *> ---------------------------------------------------------
       360-add-channel.

           move trans-id to contact-id.

           read contact-master
               invalid key
                   move "REJECT" to ws-audit-action
                   move "REJ-NO-KEY" to ws-result-text
                   add 1 to ws-rejected-count
               not invalid key
                   perform 370-capture-before-image
                   perform 361-apply-add-channel
           end-read.

       361-apply-add-channel.

           perform 364-set-channel-value.
           move trans-id to ws-chan-owner-id.
           perform 365-scan-channels.

           move "N" to ws-chan-primary-flag.
           if trans-chan-primary = "Y"
                   or ws-chan-master-value = spaces
               set ws-chan-make-primary to true
           end-if.

           evaluate true
               when ws-chan-dup
                   move "REJECT" to ws-audit-action
                   move "REJ-DUP-CHAN" to ws-result-text
                   add 1 to ws-rejected-count
               when ws-chan-last-seq > 97
                   move "REJECT" to ws-audit-action
                   move "REJ-CHN-FULL" to ws-result-text
                   add 1 to ws-rejected-count
               when ws-chan-make-primary
                   perform 361-promote-new-channel
               when other
                   move ws-chan-type to ws-chan-new-type
                   move ws-chan-value to ws-chan-new-value
                   move "N" to ws-chan-new-primary
                   perform 364-write-new-channel
                   move "CHAN-ADDED" to ws-result-text
                   add 1 to ws-channel-count
                   perform 380-capture-after-image
           end-evaluate.

           if ws-result-text = "CHAN-ADDED"
               move "K" to ws-audit-chan-op
               move ws-chan-type to ws-audit-chan-type
               move ws-chan-value to ws-audit-chan-value
           end-if.

       361-promote-new-channel.

           if ws-chan-master-value not = spaces and not ws-chan-held
               if ws-chan-cat-phone
                   move "PW" to ws-chan-new-type
               else
                   move "EW" to ws-chan-new-type
               end-if
               move ws-chan-master-value to ws-chan-new-value
               move "N" to ws-chan-new-primary
               perform 364-write-new-channel
           end-if.

           perform 366-clear-primaries.

           if ws-chan-cat-phone
               move ws-chan-value to contact-phone
           else
               move ws-chan-value to contact-email
           end-if.

           perform 355-derive-alternate-keys.
           rewrite contact-rec
               invalid key
                   move "REJECT" to ws-audit-action
                   move "REJ-REWRITE" to ws-result-text
                   add 1 to ws-rejected-count
               not invalid key
                   move ws-chan-type to ws-chan-new-type
                   move ws-chan-value to ws-chan-new-value
                   move "Y" to ws-chan-new-primary
                   perform 364-write-new-channel
                   move "CHAN-ADDED" to ws-result-text
                   add 1 to ws-channel-count
                   perform 380-capture-after-image
           end-rewrite.

      *> ---------------------------------------------------------
      *> 362 - DROP-CHANNEL.  The channel is found by type and
      *> value.  The primary of its kind cannot be dropped this
      *> way: add or name another primary first, so the master
      *> always has a number and an address to show.
      *> ---------------------------------------------------------
       362-drop-channel.

           move trans-id to contact-id.

           read contact-master
               invalid key
                   move "REJECT" to ws-audit-action
                   move "REJ-NO-KEY" to ws-result-text
                   add 1 to ws-rejected-count
               not invalid key
                   perform 370-capture-before-image
                   perform 363-apply-drop-channel
           end-read.

       363-apply-drop-channel.

           perform 364-set-channel-value.
           move trans-id to ws-chan-owner-id.
           perform 365-scan-channels.

           evaluate true
               when not ws-chan-dup
                   move "REJECT" to ws-audit-action
                   move "REJ-NO-CHAN" to ws-result-text
                   add 1 to ws-rejected-count
               when ws-chan-found-primary = "Y"
                   move "REJECT" to ws-audit-action
                   move "REJ-PRIMARY" to ws-result-text
                   add 1 to ws-rejected-count
               when other
                   move trans-id to channel-contact-id
                   move ws-chan-found-seq to channel-seq
                   delete channel-file record
                       invalid key
                           move "REJECT" to ws-audit-action
                           move "REJ-DELETE" to ws-result-text
                           add 1 to ws-rejected-count
                       not invalid key
                           move "CHAN-DROPPED" to ws-result-text
                           add 1 to ws-channel-count
                           perform 380-capture-after-image
                           move "X" to ws-audit-chan-op
                           move ws-chan-type to ws-audit-chan-type
                           move ws-chan-value to ws-audit-chan-value
                   end-delete
           end-evaluate.

      *> ---------------------------------------------------------
      *> 364 - the channel the transaction names: a phone type
      *> carries its number in TRANS-PHONE and shadows
      *> CONTACT-PHONE, an email type its address in TRANS-EMAIL
      *> shadowing CONTACT-EMAIL.
      *> ---------------------------------------------------------
       364-set-channel-value.

           move trans-chan-type to ws-chan-type.
           move trans-chan-type(1:1) to ws-chan-cat.
           if ws-chan-cat-phone
               move trans-phone to ws-chan-value
               move contact-phone to ws-chan-master-value
           else
               move trans-email to ws-chan-value
               move contact-email to ws-chan-master-value
           end-if.

       364-write-new-channel.

           move spaces to channel-rec.
           move ws-chan-owner-id to channel-contact-id.
           add 1 to ws-chan-last-seq.
           move ws-chan-last-seq to channel-seq.
           move ws-chan-new-type to channel-type.
           move ws-chan-new-value to channel-value.
           move ws-chan-new-primary to channel-primary.

           move "N" to ws-chan-written-flag.
           write channel-rec
               invalid key
                   continue
               not invalid key
                   set ws-chan-written to true
           end-write.

      *> ---------------------------------------------------------
      *> 365 - one walk of the owner's channels: the highest
      *> sequence in use, whether the named type and value are
      *> already there (and at which sequence, and whether primary),
      *> and whether the master's current value of the same kind is
      *> already held as a channel.
      *> ---------------------------------------------------------
       365-scan-channels.

           move zero to ws-chan-last-seq.
           move zero to ws-chan-found-seq.
           move "N" to ws-chan-found-primary.
           move "N" to ws-chan-dup-flag.
           move "N" to ws-chan-held-flag.
           move "N" to ws-chan-done-flag.

           move ws-chan-owner-id to channel-contact-id.
           move zero to channel-seq.
           start channel-file key >= channel-key
               invalid key
                   set ws-chan-done to true
           end-start.

           perform 365-scan-one-channel
               until ws-chan-done.

       365-scan-one-channel.

           read channel-file next record
               at end
                   set ws-chan-done to true
               not at end
                   if channel-contact-id not = ws-chan-owner-id
                       set ws-chan-done to true
                   else
                       move channel-seq to ws-chan-last-seq
                       if channel-type = ws-chan-type
                               and channel-value = ws-chan-value
                           set ws-chan-dup to true
                           move channel-seq to ws-chan-found-seq
                           move channel-primary
                               to ws-chan-found-primary
                       end-if
                       if channel-type(1:1) = ws-chan-cat
                               and channel-value = ws-chan-master-value
                           set ws-chan-held to true
                       end-if
                   end-if
           end-read.

      *> ---------------------------------------------------------
      *> 366 - the owner's channels of the one kind give up the
      *> primary flag ahead of a new primary being written.
      *> ---------------------------------------------------------
       366-clear-primaries.

           move "N" to ws-chan-done-flag.
           move ws-chan-owner-id to channel-contact-id.
           move zero to channel-seq.
           start channel-file key >= channel-key
               invalid key
                   set ws-chan-done to true
           end-start.

           perform 366-clear-one-primary
               until ws-chan-done.

       366-clear-one-primary.

           read channel-file next record
               at end
                   set ws-chan-done to true
               not at end
                   if channel-contact-id not = ws-chan-owner-id
                       set ws-chan-done to true
                   else
                       if channel-type(1:1) = ws-chan-cat
                               and channel-is-primary
                           move "N" to channel-primary
                           rewrite channel-rec
                               invalid key
                                   continue
                           end-rewrite
                       end-if
                   end-if
           end-read.

      *> ---------------------------------------------------------
      *> 367 - a CHANGE that gave the master a new email or phone
      *> carries it into the primary channel of that kind, so the
      *> channel file never disagrees with the master.
      *> ---------------------------------------------------------
       367-sync-primaries.

           move trans-id to ws-chan-owner-id.

           if trans-email not = spaces
               move "E" to ws-chan-cat
               move trans-email to ws-chan-value
               perform 367-sync-one-kind
           end-if.

           if trans-phone not = spaces
               move "P" to ws-chan-cat
               move trans-phone to ws-chan-value
               perform 367-sync-one-kind
           end-if.

       367-sync-one-kind.

           move "N" to ws-chan-done-flag.
           move ws-chan-owner-id to channel-contact-id.
           move zero to channel-seq.
           start channel-file key >= channel-key
               invalid key
                   set ws-chan-done to true
           end-start.

           perform 367-sync-one-channel
               until ws-chan-done.

       367-sync-one-channel.

           read channel-file next record
               at end
                   set ws-chan-done to true
               not at end
                   if channel-contact-id not = ws-chan-owner-id
                       set ws-chan-done to true
                   else
                       if channel-type(1:1) = ws-chan-cat
                               and channel-is-primary
                           move ws-chan-value to channel-value
                           rewrite channel-rec
                               invalid key
                                   continue
                           end-rewrite
                       end-if
                   end-if
           end-read.

      *> ---------------------------------------------------------
      *> 368 - a deleted contact's numbers and addresses go with
      *> it.
      *> ---------------------------------------------------------
       368-purge-channels.

           move "N" to ws-chan-done-flag.
           move trans-id to ws-chan-owner-id.
           move trans-id to channel-contact-id.
           move zero to channel-seq.
           start channel-file key >= channel-key
               invalid key
                   set ws-chan-done to true
           end-start.

           perform 368-purge-one-channel
               until ws-chan-done.

       368-purge-one-channel.

           read channel-file next record
               at end
                   set ws-chan-done to true
               not at end
                   if channel-contact-id not = ws-chan-owner-id
                       set ws-chan-done to true
                   else
                       delete channel-file record
                           invalid key
                               continue
                       end-delete
                   end-if
           end-read.

      *> ---------------------------------------------------------
      *> 369 - a MERGE carries the retiring contact's channels to
      *> the survivor as non-primary ones, after the survivor's
      *> own, skipping any number or address the survivor already
      *> has.  The retiring contact's own email and phone come
      *> across the same way, so nothing it was reachable on is
      *> lost with its record.  A channel is dropped from the
      *> retiring contact only once the survivor's copy is written
      *> (or the survivor already has it); one the survivor has no
      *> room for stays where it is, and it - or a master email or
      *> phone that cannot come across - goes on the activity
      *> report as an exception.
      *> ---------------------------------------------------------
       369-carry-channels.

           move zero to ws-chan-tab-count.
           if contact-email not = spaces
               move "E" to ws-chan-cat
               move contact-email to ws-chan-value
               perform 369-remember-value
           end-if.
           if contact-phone not = spaces
               move "P" to ws-chan-cat
               move contact-phone to ws-chan-value
               perform 369-remember-value
           end-if.

           move zero to ws-chan-last-seq.
           move "N" to ws-chan-done-flag.
           move trans-id to ws-chan-owner-id.
           move trans-id to channel-contact-id.
           move zero to channel-seq.
           start channel-file key >= channel-key
               invalid key
                   set ws-chan-done to true
           end-start.

           perform 369-load-survivor-channel
               until ws-chan-done.

           move "N" to ws-chan-done-flag.
           move trans-merge-id to channel-contact-id.
           move zero to channel-seq.
           start channel-file key >= channel-key
               invalid key
                   set ws-chan-done to true
           end-start.

           perform 369-carry-one-channel
               until ws-chan-done.

           if ws-before-email not = spaces
               move "EW" to ws-chan-new-type
               move ws-before-email to ws-chan-new-value
               perform 369-add-carried
           end-if.
           if ws-before-phone not = spaces
               move "PW" to ws-chan-new-type
               move ws-before-phone to ws-chan-new-value
               perform 369-add-carried
           end-if.

       369-load-survivor-channel.

           read channel-file next record
               at end
                   set ws-chan-done to true
               not at end
                   if channel-contact-id not = trans-id
                       set ws-chan-done to true
                   else
                       move channel-seq to ws-chan-last-seq
                       move channel-type(1:1) to ws-chan-cat
                       move channel-value to ws-chan-value
                       perform 369-remember-value
                   end-if
           end-read.

       369-carry-one-channel.

           read channel-file next record
               at end
                   set ws-chan-done to true
               not at end
                   if channel-contact-id not = trans-merge-id
                       set ws-chan-done to true
                   else
                       perform 369-move-channel
                   end-if
           end-read.

       369-move-channel.

           move channel-rec to ws-chan-hold.
           move channel-seq to ws-chan-hold-seq.
           move channel-type to ws-chan-new-type.
           move channel-value to ws-chan-new-value.

           perform 369-add-carried.

           move ws-chan-hold to channel-rec.
           if not ws-chan-kept
               delete channel-file record
                   invalid key
                       continue
               end-delete
           end-if.

           start channel-file key > channel-key
               invalid key
                   set ws-chan-done to true
           end-start.

       369-add-carried.

           move ws-chan-new-type(1:1) to ws-chan-cat.
           move ws-chan-new-value to ws-chan-value.
           move "N" to ws-chan-dup-flag.
           perform 369-check-one-value
               varying ws-chan-tab-ix from 1 by 1
               until ws-chan-tab-ix > ws-chan-tab-count
                  or ws-chan-dup.

           move "N" to ws-chan-kept-flag.
           move "N" to ws-chan-written-flag.
           if not ws-chan-dup
               if ws-chan-last-seq < 99
                   move "N" to ws-chan-new-primary
                   perform 364-write-new-channel
               end-if
               if ws-chan-written
                   perform 369-remember-value
               else
                   set ws-chan-kept to true
                   perform 369-report-kept
               end-if
           end-if.

       369-report-kept.

           add 1 to ws-kept-count.
           move spaces to activity-line.
           string
               "  CHANNEL " delimited by size
               ws-chan-new-type   delimited by size
               " "                delimited by size
               ws-chan-new-value  delimited by size
               " NOT CARRIED FROM " delimited by size
               trans-merge-id     delimited by size
               " - NO ROOM UNDER " delimited by size
               trans-id           delimited by size
               into activity-line
           end-string.
           write activity-line.

       369-check-one-value.

           if ws-chan-tab-cat(ws-chan-tab-ix) = ws-chan-cat
                   and ws-chan-tab-value(ws-chan-tab-ix) = ws-chan-value
               set ws-chan-dup to true
           end-if.

       369-remember-value.

           if ws-chan-tab-count < 102
               add 1 to ws-chan-tab-count
               move ws-chan-cat to ws-chan-tab-cat(ws-chan-tab-count)
               move ws-chan-value
                   to ws-chan-tab-value(ws-chan-tab-count)
           end-if.

      *> ---------------------------------------------------------
      *> 370/380 - one place each that copies the master record into
      *> the before/after audit images, so a field added to the
               move "Y" to ws-split-found-flag
           end-if.

      *> ---------------------------------------------------------
      *> 355 - the alternate-key fields, derived from the record as
      *> it is about to be written: the email folded to lower case,
      *> and the company followed by the sort name.
      *> ---------------------------------------------------------
       355-derive-alternate-keys.

           move contact-email to contact-email-key.
           inspect contact-email-key
               converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       to "abcdefghijklmnopqrstuvwxyz".
           move contact-company   to contact-key-company.
           move contact-sort-name to contact-key-sort-name.

       390-write-activity-line.

           move spaces to activity-line.

           display "USER" upon environment-name.
           accept ws-audit-userid from environment-value.
           if trans-submitter not = spaces
               move trans-submitter to ws-audit-userid
           end-if.
           accept ws-audit-date from date yyyymmdd.
           accept ws-audit-time from time.

           move ws-after-no-email  to audit-after-no-email.
           move ws-after-no-phone  to audit-after-no-phone.
           move ws-after-no-postal to audit-after-no-postal.
           move ws-audit-chan-op    to audit-chan-op.
           move ws-audit-chan-type  to audit-chan-type.
           move ws-audit-chan-value to audit-chan-value.

           perform 710-seal-audit-record.
           write audit-line from audit-rec.

      *> ---------------------------------------------------------
      *> 710 - seal the audit record just before it is written: the
      *> next sequence number, then the previous line's hash folded
      *> over every byte of this line up to and including the
      *> sequence number (times 31, plus the byte's code plus one,
      *> remainder by 999999937), so the audit-trail verification
      *> can recompute it and anyone editing a line breaks it.
      *> ---------------------------------------------------------
       710-seal-audit-record.

           add 1 to ws-seal-last-seq.
           move ws-seal-last-seq to audit-seq.
           move ws-seal-last-hash to ws-seal-acc.

           perform 711-fold-one-byte
               varying ws-seal-i from 1 by 1
               until ws-seal-i > ws-seal-length.

           move ws-seal-acc to audit-hash.
           move ws-seal-acc to ws-seal-last-hash.

       711-fold-one-byte.

           move audit-rec(ws-seal-i:1) to ws-seal-byte-low.
           compute ws-seal-acc =
               ws-seal-acc * ws-seal-multiplier
                   + ws-seal-byte-code + 1.
           divide ws-seal-acc by ws-seal-modulus
               giving ws-seal-quot remainder ws-seal-rem.
           move ws-seal-rem to ws-seal-acc.

      *> ---------------------------------------------------------
      *> Records how many transactions have been read so far, so a
      *> rerun after an abend can skip that many instead of
               ws-inact-count     delimited by size
               " REI="            delimited by size
               ws-reinst-count    delimited by size
               " CHN="            delimited by size
               ws-channel-count   delimited by size
               " REJ="            delimited by size
               ws-rejected-count  delimited by size
               " KPT="            delimited by size
               ws-kept-count      delimited by size
               into activity-line
           end-string.

           close contact-master.
           close group-member.
           close contact-xref.
           close interact-file.
           close channel-file.
           close activity-report.
           close audit-log.
           perform 165-save-audit-mark.

      *> ---------------------------------------------------------
      *> 950 - close out the run-control log and leave the run's
      *> severity in RETURN-CODE for the scheduler: 08 the edited
      *> transaction file was missing (run Program4 first), 04
      *> transactions were rejected or a merge left something
      *> under the retired ID, 00 clean.
      *> ---------------------------------------------------------
       950-write-run-end.

                   move 8 to ws-severity
               when ws-rejected-count > 0
                   move 4 to ws-severity
               when ws-kept-count > 0
                   move 4 to ws-severity
               when other
                   move zero to ws-severity
           end-evaluate.
           compute runctl-out-count = ws-added-count
               + ws-changed-count + ws-deleted-count
               + ws-merged-count + ws-inact-count
               + ws-reinst-count + ws-channel-count.
           move ws-severity to runctl-severity.
           write runctl-line from runctl-rec.
           close run-control.
