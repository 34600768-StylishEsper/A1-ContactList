      *>                 pre-cutover activity replays with its real
      *>                 after-images instead of blanking the work
      *>                 copy and reporting drift on everything.
      *> 2026-10-15  AB  widen the audit log record to the sealed
      *>                 layout (sequence number and hash at the
      *>                 end of every line).
      *> 2026-10-15  AB  declare the master's new alternate keys and
      *>                 widen the backup record to the larger contact
      *>                 image; the key fields are derived, not data,
      *>                 so the field compare leaves them out.
      *> 2026-10-15  AB  expect privacy erasures: an ERASE line deletes
      *>                 the contact from the work copy (nothing there
      *>                 to delete is no anomaly), and images carrying
      *>                 the *ERASED* marker - anonymised audit lines,
      *>                 an anonymised stub on the master or left on
      *>                 the work copy - count as ERASED on the
      *>                 summary instead of as anomalies or drift.
      *> 2026-10-15  AB  an erasure now takes the contact out of the
      *>                 backups too, so an anonymised stub on the
      *>                 master is reported like any other drift.

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

           select recon-work

       fd backup-file
           data record is backup-rec
           record contains 283 characters.

           copy "BACKUP-REC.cpy".

       fd audit-log
           data record is audit-line
           record contains 532 characters.

       01 audit-line pic x(532).

       fd contact-master
           data record is contact-rec.
                             by ==wrk-status-date==
                         ==contact-no-email==   by ==wrk-no-email==
                         ==contact-no-phone==   by ==wrk-no-phone==
                         ==contact-no-postal==  by ==wrk-no-postal==
                         ==contact-email-key==  by ==wrk-email-key==
                         ==contact-company-key==
                             by ==wrk-company-key==
                         ==contact-key-company==
                             by ==wrk-key-company==
                         ==contact-key-sort-name==
                             by ==wrk-key-sort-name==.

       fd recon-report
           data record is report-line
         05 ws-mismatch-count pic 9(6) value zero.
         05 ws-master-only    pic 9(6) value zero.
         05 ws-audit-only     pic 9(6) value zero.
         05 ws-erased-count   pic 9(6) value zero.

       01 ws-image-line pic x(200).

         05 ws-old-after-company pic x(20).
         05 filler               pic x(3).

           copy "ERASE-MARK.cpy".

       procedure division.
       000-main.

                   perform 230-replay-change
               when "PURGE"
                   perform 240-replay-delete
               when "ERASE"
                   perform 247-replay-erase
               when other
                   continue
           end-evaluate.

           write wrk-rec
               invalid key
                   perform 250-report-anomaly
               not invalid key
                   add 1 to ws-replayed-count

           read recon-work
               invalid key
                   perform 250-report-anomaly
                   move spaces to wrk-rec
                   move audit-key-id to wrk-id

           delete recon-work record
               invalid key
                   perform 250-report-anomaly
               not invalid key
                   add 1 to ws-replayed-count
               perform 240-replay-delete
           end-if.

      *> ---------------------------------------------------------
      *> 247 - a privacy erasure removed the contact from the master:
      *> it comes off the work copy too.  The ERASE line follows the
      *> contact's other lines, which may already have deleted it
      *> (a retired ID, a purge), so finding nothing is no anomaly.
      *> ---------------------------------------------------------
       247-replay-erase.

           move audit-key-id to wrk-id.

           delete recon-work record
               invalid key
                   continue
               not invalid key
                   add 1 to ws-replayed-count
           end-delete.

      *> ---------------------------------------------------------
      *> A replay anomaly - an ADD landing on an existing contact, a
      *> CHANGE or DELETE finding nothing to apply to - means log
      *> and backup disagree before the master is even looked at;
      *> each is reported because it is drift evidence in itself.
      *> A line whose images carry the erasure marker belongs to a
      *> contact erased since, whose history no longer lines up
      *> with what the backups held; it is counted as erased, as
      *> expected, and not reported.
      *> ---------------------------------------------------------
       250-report-anomaly.

           if audit-before-name = erase-marker
                   or audit-after-name = erase-marker
               add 1 to ws-erased-count
           else
               add 1 to ws-anomaly-count
               perform 255-write-anomaly
           end-if.

       255-write-anomaly.

           move spaces to report-line.
           string
               "REPLAY-ANOMALY " delimited by size
      *> not found means someone put it on the master outside
      *> Program2.  Matched work records are deleted as they go, so
      *> what remains afterwards is the other direction's exceptions.
      *> An erasure removes the contact from the master and the
      *> backups alike, so a master record is never excused: only a
      *> work-copy image the audit replay left carrying the erasure
      *> marker counts as erased rather than as drift.
      *> ---------------------------------------------------------
       300-compare-master.

                   perform 320-report-master-only
               not invalid key
                   perform 330-check-fields
                   evaluate true
                       when ws-fields-match
                           add 1 to ws-matched-count
                       when wrk-name = erase-marker
                           add 1 to ws-erased-count
                       when other
                           add 1 to ws-mismatch-count
                           perform 340-report-mismatch
                   end-evaluate
                   delete recon-work record
                       invalid key
                           continue
               at end
                   set ws-work-eof to true
               not at end
                   if wrk-name = erase-marker
                       add 1 to ws-erased-count
                   else
                       add 1 to ws-audit-only
                       perform 410-report-audit-only
                   end-if
           end-read.

       410-report-audit-only.
               ws-master-only     delimited by size
               " AUDIT-ONLY="     delimited by size
               ws-audit-only      delimited by size
               " ERASED="         delimited by size
               ws-erased-count    delimited by size
               into report-line
           end-string.
           write report-line.
