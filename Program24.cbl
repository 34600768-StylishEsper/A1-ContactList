       identification division.
       program-id. Program24 as "A1_ContactList.Program24".
       date-written. 2026-10-15.
       author. Ahmed Butt.

      *> modification-history.
      *> 2026-10-15  AB  new program: contact interaction maintenance,
      *>                 the same batch way Program10 maintains the
      *>                 lists.  CONTACT-INTERACT-TRANS.DAT carries
      *>                 one call, email, meeting or letter per record
      *>                 (with an optional follow-up date) and each
      *>                 one that passes the edits is added to
      *>                 CONTACT-INTERACT.DAT under its contact.  An
      *>                 ID that is not on the master is looked up on
      *>                 CONTACT-XREF.DAT and, when it was retired by
      *>                 a merge, recorded against the survivor;
      *>                 otherwise it is rejected like any other bad
      *>                 field.  Writes CONTACT-INTERACT-ACT.OUT with
      *>                 a TOTALS line, severities and run-control
      *>                 lines in the house convention.
      *> 2026-10-15  AB  declare the master's new alternate keys
      *>                 (email, sort name, company) so the file opens
      *>                 with its full key definition.
      *> 2026-10-15  AB  an interaction already on file under the
      *>                 same key with the same type, user and note
      *>                 is rejected as REJ-DUP instead of being
      *>                 written again a moment later, so rerunning
      *>                 a transaction file adds nothing twice; only
      *>                 a genuinely different one steps the time.

       environment division.
       configuration section.

       input-output section.
       file-control.

           select interact-trans
               assign to
                   "../../../A1-ContactList/CONTACT-INTERACT-TRANS.DAT"
               organization is line sequential
               file status is ws-trans-status.

           select interact-file
               assign to "../../../A1-ContactList/CONTACT-INTERACT.DAT"
               organization is indexed
               access mode is random
               record key is interact-key
               file status is ws-interact-status.

           select contact-master
               assign to "../../../A1-ContactList/CONTACT-MASTER.DAT"
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

           select contact-xref
               assign to "../../../A1-ContactList/CONTACT-XREF.DAT"
               organization is indexed
               access mode is random
               record key is xref-old-id
               file status is ws-xref-status.

           select activity-report
               assign to
                   "../../../A1-ContactList/CONTACT-INTERACT-ACT.OUT"
               organization is line sequential.

           select run-control
               assign to "../../../A1-ContactList/CONTACT-RUNCTL.LOG"
               organization is line sequential
               file status is ws-runctl-status.

       data division.
       file section.

       fd interact-trans
           data record is intrtrans-rec.

           copy "INTRTRANS-REC.cpy".

       fd interact-file
           data record is interact-rec.

           copy "INTERACT-REC.cpy".

       fd contact-master
           data record is contact-rec.

           copy "CONTACT-REC.cpy".

       fd contact-xref
           data record is xref-rec.

           copy "XREF-REC.cpy".

       fd activity-report
           data record is activity-line
           record contains 132 characters.

       01 activity-line pic x(132).

       fd run-control
           data record is runctl-line
           record contains 80 characters.

       01 runctl-line pic x(80).

       working-storage section.

       01 ws-trans-status pic xx.
         88 ws-trans-ok value "00".
         88 ws-trans-not-found value "35".

       01 ws-interact-status pic xx.
         88 ws-interact-ok value "00".
         88 ws-interact-not-found value "23" "35".
         88 ws-interact-duplicate value "22".

       01 ws-master-status pic xx.
         88 ws-master-ok value "00".
         88 ws-master-not-found value "23" "35".

       01 ws-xref-status pic xx.
         88 ws-xref-ok value "00".
         88 ws-xref-not-found value "23" "35".

       01 ws-runctl-status pic xx.
         88 ws-runctl-ok value "00".
         88 ws-runctl-not-found value "35".

       01 ws-flags.
         05 ws-trans-eof-flag pic x value "N".
           88 ws-trans-eof value "Y".
         05 ws-trans-missing-flag pic x value "N".
           88 ws-trans-missing value "Y".
         05 ws-contact-missing-flag pic x value "N".
           88 ws-contact-missing value "Y".
         05 ws-xref-missing-flag pic x value "N".
           88 ws-xref-missing value "Y".
         05 ws-edit-failed-flag pic x value "N".
           88 ws-edit-failed value "Y".
         05 ws-write-done-flag pic x value "N".
           88 ws-write-done value "Y".
         05 ws-dup-found-flag pic x value "N".
           88 ws-dup-found value "Y".

       01 ws-counters.
         05 ws-trans-count    pic 9(6) value zero.
         05 ws-added-count    pic 9(6) value zero.
         05 ws-redirect-count pic 9(6) value zero.
         05 ws-rejected-count pic 9(6) value zero.

       01 ws-result-text pic x(12).

      *> the contact the interaction is recorded against - the keyed
      *> ID, or its survivor when the keyed ID was merged away.
       01 ws-target-id pic x(6).

      *> a keyed YYYYMMDD checked field by field before it is used.
       01 ws-date-check.
         05 ws-dc-date    pic x(8).
         05 ws-dc-date-x redefines ws-dc-date.
           10 ws-dc-yyyy  pic x(4).
           10 ws-dc-mm    pic x(2).
           10 ws-dc-dd    pic x(2).
         05 ws-dc-bad-flag pic x value "N".
           88 ws-dc-bad value "Y".

      *> two interactions keyed for the same contact at the same
      *> moment are kept apart by stepping the later one's time on
      *> a hundredth of a second at a time.
       01 ws-key-tries pic 9(3) value zero.

      *> the interaction as built, held while the one already on file
      *> under its key is read back: the same type, user and note
      *> there means this transaction has been applied before.
       01 ws-hold-interact.
         05 ws-hold-key       pic x(22).
         05 ws-hold-type      pic x(1).
         05 ws-hold-user      pic x(20).
         05 ws-hold-follow-up pic x(8).
         05 ws-hold-note      pic x(60).
         05 filler            pic x(9).

      *> run-control severity and stamps for CONTACT-RUNCTL.LOG.
       01 ws-run-controls.
         05 ws-severity   pic 9(2) value zero.
         05 ws-stamp-date pic 9(8).
         05 ws-stamp-time pic 9(8).

           copy "RUNCTL-REC.cpy".

       procedure division.
       000-main.

           perform 100-open-files.
           perform 200-process-transactions
               until ws-trans-eof.
           perform 800-write-totals.
           perform 900-close-files.
           perform 950-write-run-end.

           goback.

       100-open-files.

      *> leave 12 standing in RETURN-CODE until the run finishes
      *> cleanly, so a rerun after a mid-run death shows as an abort.
           move 12 to return-code.

           open extend run-control.
           if ws-runctl-not-found
               open output run-control
           end-if.
           accept ws-stamp-date from date yyyymmdd.
           accept ws-stamp-time from time.
           move "PROGRAM24" to runctl-program.
           move "START" to runctl-event.
           move ws-stamp-date to runctl-date.
           move ws-stamp-time to runctl-time.
           move zero to runctl-in-count.
           move zero to runctl-out-count.
           move zero to runctl-severity.
           write runctl-line from runctl-rec.

           open input interact-trans.
           if ws-trans-not-found
               set ws-trans-missing to true
               set ws-trans-eof to true
           end-if.

           open output activity-report.

           open i-o interact-file.
           if ws-interact-not-found
               open output interact-file
               close interact-file
               open i-o interact-file
           end-if.

      *> the contact master is only consulted, never created here -
      *> bootstrapping it is Program2's job.
           open input contact-master.
           if ws-master-not-found
               set ws-contact-missing to true
           end-if.

      *> the cross-reference only exists once a merge has applied;
      *> without it an unknown ID simply has nowhere to redirect.
           open input contact-xref.
           if ws-xref-not-found
               set ws-xref-missing to true
           end-if.

       200-process-transactions.

           read interact-trans
               at end
                   set ws-trans-eof to true
               not at end
                   add 1 to ws-trans-count
                   perform 300-apply-transaction
           end-read.

      *> ---------------------------------------------------------
      *> 300 - edit the transaction field by field, the first
      *> failure naming the reject; only a clean one is looked up
      *> and recorded.
      *> ---------------------------------------------------------
       300-apply-transaction.

           move "N" to ws-edit-failed-flag.
           move spaces to ws-result-text.
           move intrtrans-contact-id to ws-target-id.

           perform 310-edit-fields.

           if not ws-edit-failed
               perform 330-find-contact
           end-if.

           if not ws-edit-failed
               perform 350-add-interaction
           end-if.

           if ws-edit-failed
               add 1 to ws-rejected-count
           end-if.

           perform 390-write-activity-line.

       310-edit-fields.

           evaluate true
               when intrtrans-contact-id = spaces
                   move "REJ-NO-ID" to ws-result-text
                   set ws-edit-failed to true
               when not intrtrans-type-ok
                   move "REJ-BAD-TYPE" to ws-result-text
                   set ws-edit-failed to true
               when intrtrans-user = spaces
                   move "REJ-NO-USER" to ws-result-text
                   set ws-edit-failed to true
               when intrtrans-time not = spaces
                       and intrtrans-time not numeric
                   move "REJ-BAD-TIME" to ws-result-text
                   set ws-edit-failed to true
           end-evaluate.

           if not ws-edit-failed and intrtrans-date not = spaces
               move intrtrans-date to ws-dc-date
               perform 320-check-date
               if ws-dc-bad
                   move "REJ-BAD-DATE" to ws-result-text
                   set ws-edit-failed to true
               end-if
           end-if.

           if not ws-edit-failed and intrtrans-follow-up not = spaces
               move intrtrans-follow-up to ws-dc-date
               perform 320-check-date
               evaluate true
                   when ws-dc-bad
                       move "REJ-BAD-FLUP" to ws-result-text
                       set ws-edit-failed to true
                   when intrtrans-date not = spaces
                           and intrtrans-follow-up < intrtrans-date
                       move "REJ-EARLY-FU" to ws-result-text
                       set ws-edit-failed to true
                   when intrtrans-date = spaces
                           and intrtrans-follow-up < ws-stamp-date
                       move "REJ-EARLY-FU" to ws-result-text
                       set ws-edit-failed to true
               end-evaluate
           end-if.

       320-check-date.

           move "N" to ws-dc-bad-flag.

           if ws-dc-date not numeric
               set ws-dc-bad to true
           else
               if ws-dc-yyyy < "1900"
                       or ws-dc-mm < "01" or ws-dc-mm > "12"
                       or ws-dc-dd < "01" or ws-dc-dd > "31"
                   set ws-dc-bad to true
               end-if
           end-if.

      *> ---------------------------------------------------------
      *> 330 - the contact must be on the master; an ID a merge
      *> retired is recorded against the contact it now lives under.
      *> ---------------------------------------------------------
       330-find-contact.

           if ws-contact-missing
               move "REJ-NO-CONT" to ws-result-text
               set ws-edit-failed to true
           else
               move intrtrans-contact-id to contact-id
               read contact-master
                   invalid key
                       perform 340-try-xref
                   not invalid key
                       continue
               end-read
           end-if.

       340-try-xref.

           if ws-xref-missing
               move "REJ-NO-CONT" to ws-result-text
               set ws-edit-failed to true
           else
               move intrtrans-contact-id to xref-old-id
               read contact-xref
                   invalid key
                       move "REJ-NO-CONT" to ws-result-text
                       set ws-edit-failed to true
                   not invalid key
                       perform 345-check-survivor
               end-read
           end-if.

       345-check-survivor.

           move xref-new-id to contact-id.
           read contact-master
               invalid key
                   move "REJ-NO-CONT" to ws-result-text
                   set ws-edit-failed to true
               not invalid key
                   move xref-new-id to ws-target-id
                   move "REDIRECTED" to ws-result-text
                   add 1 to ws-redirect-count
           end-read.

       350-add-interaction.

           move spaces to interact-rec.
           move ws-target-id to interact-contact-id.
           if intrtrans-date = spaces
               move ws-stamp-date to interact-date
           else
               move intrtrans-date to interact-date
           end-if.
           if intrtrans-time = spaces
               move ws-stamp-time to interact-time
           else
               move intrtrans-time to interact-time
           end-if.
           move intrtrans-type to interact-type.
           move intrtrans-user to interact-user.
           if intrtrans-follow-up = spaces
               move zero to interact-follow-up
           else
               move intrtrans-follow-up to interact-follow-up
           end-if.
           move intrtrans-note to interact-note.

           move "N" to ws-write-done-flag.
           move "N" to ws-dup-found-flag.
           move zero to ws-key-tries.
           perform 360-write-interaction
               until ws-write-done or ws-dup-found
                   or ws-key-tries > 99.

           evaluate true
               when ws-write-done
                   add 1 to ws-added-count
                   if ws-result-text = spaces
                       move "ADDED" to ws-result-text
                   end-if
               when ws-dup-found
                   move "REJ-DUP" to ws-result-text
                   set ws-edit-failed to true
               when other
                   move "REJ-DUP-KEY" to ws-result-text
                   set ws-edit-failed to true
           end-evaluate.

      *> ---------------------------------------------------------
      *> 360 - a key already on file is either this same interaction
      *> from an earlier run of the transaction file (same type,
      *> user and note), which is rejected rather than recorded
      *> twice, or a different one keyed at the same moment, which
      *> steps this one's time on.
      *> ---------------------------------------------------------
       360-write-interaction.

           write interact-rec
               invalid key
                   perform 365-check-existing
               not invalid key
                   set ws-write-done to true
           end-write.

       365-check-existing.

           move interact-rec to ws-hold-interact.

           read interact-file
               invalid key
                   continue
               not invalid key
                   if interact-type = ws-hold-type
                           and interact-user = ws-hold-user
                           and interact-note = ws-hold-note
                       set ws-dup-found to true
                   end-if
           end-read.

           move ws-hold-interact to interact-rec.
           if not ws-dup-found
               add 1 to ws-key-tries
               add 1 to interact-time
           end-if.

       390-write-activity-line.

           move spaces to activity-line.
           string
               intrtrans-contact-id delimited by size
               " "                  delimited by size
               intrtrans-date       delimited by size
               " "                  delimited by size
               intrtrans-time       delimited by size
               " "                  delimited by size
               intrtrans-type       delimited by size
               " "                  delimited by size
               intrtrans-user       delimited by size
               " "                  delimited by size
               intrtrans-follow-up  delimited by size
               " "                  delimited by size
               ws-result-text       delimited by size
               into activity-line
           end-string.

           if ws-target-id not = intrtrans-contact-id
               string
                   " -> " delimited by size
                   ws-target-id delimited by size
                   into activity-line(70:10)
               end-string
           end-if.

           write activity-line.

       800-write-totals.

           move spaces to activity-line.
           string
               "TOTALS  READ="      delimited by size
               ws-trans-count       delimited by size
               " ADDED="            delimited by size
               ws-added-count       delimited by size
               " REDIRECTED="       delimited by size
               ws-redirect-count    delimited by size
               " REJ="              delimited by size
               ws-rejected-count    delimited by size
               into activity-line
           end-string.

           write activity-line.

       900-close-files.

           if not ws-trans-missing
               close interact-trans
           end-if.
           close interact-file.
           if not ws-contact-missing
               close contact-master
           end-if.
           if not ws-xref-missing
               close contact-xref
           end-if.
           close activity-report.

      *> ---------------------------------------------------------
      *> 950 - close out the run-control log and leave the run's
      *> severity in RETURN-CODE for the scheduler: 08 the
      *> transaction file or the master was missing, 04
      *> transactions were rejected, 00 clean.
      *> ---------------------------------------------------------
       950-write-run-end.

           evaluate true
               when ws-trans-missing or ws-contact-missing
                   move 8 to ws-severity
               when ws-rejected-count > 0
                   move 4 to ws-severity
               when other
                   move zero to ws-severity
           end-evaluate.

           accept ws-stamp-date from date yyyymmdd.
           accept ws-stamp-time from time.
           move "PROGRAM24" to runctl-program.
           move "END" to runctl-event.
           move ws-stamp-date to runctl-date.
           move ws-stamp-time to runctl-time.
           move ws-trans-count to runctl-in-count.
           move ws-added-count to runctl-out-count.
           move ws-severity to runctl-severity.
           write runctl-line from runctl-rec.
           close run-control.

           move ws-severity to return-code.

       end program Program24.
