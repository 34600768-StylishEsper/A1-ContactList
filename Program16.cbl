      *>                 human, not invented by a feed.  A morning
      *>                 with no CRM export simply runs empty and ends
      *>                 clean.  Run ahead of Program4.
      *> 2026-10-15  AB  stamp the generated transactions with the
      *>                 running user as submitter, so Program4's
      *>                 authority check applies to the feed like any
      *>                 keyed batch.
      *> 2026-10-15  AB  a row with no ID also matches a contact on
      *>                 any of its other email addresses on
      *>                 CONTACT-CHANNEL.DAT, and a row whose email
      *>                 or phone is one we already hold for the
      *>                 contact as another channel is not a change
      *>                 to the primary.
      *> 2026-10-15  AB  a row matched by email reads the master's new
      *>                 email index (lower-cased) instead of scanning
      *>                 the whole master; only when no contact has
      *>                 the address as its primary email does one
      *>                 pass of the channel file look for it among
      *>                 other addresses, so a primary match now
      *>                 outranks another contact's secondary one.
      *> 2026-10-15  AB  two-way sync conflicts: a field changed here
      *>                 since the last delta to the CRM (the stamp on
      *>                 CONTACT-EXTRACT-CTL.DAT, checked against the
      *>                 audit log) that the CRM now changes to
      *>                 something else is held out of the CHANGE and
      *>                 goes on CONTACT-SYNC-CONFLICT.OUT and
      *>                 CONTACT-SYNC-RESOLVE.DAT with both values and
      *>                 who changed ours and when.  An analyst marks
      *>                 each line keep ours (remembered on
      *>                 CONTACT-SYNC-KEEP.DAT) or take theirs (a
      *>                 CHANGE under the analyst's name), and the
      *>                 next import acts on it first.  A CRM still
      *>                 sending the value we changed from is behind,
      *>                 not in conflict, and is not applied.
      *> 2026-10-15  AB  the conflict check also weighs the ADDs and
      *>                 CHANGEs keyed today and still waiting on
      *>                 CONTACT-TRANS.DAT (read before this run
      *>                 appends behind them), under their submitter,
      *>                 so a CRM value no longer overrides a keyed
      *>                 change in tonight's apply; a CRM value equal
      *>                 to the keyed one is AGREED and dropped.  The
      *>                 keep file's layout moves to KEEP-REC.cpy.

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

           select contact-trans
               record key is xref-old-id
               file status is ws-xref-status.

           select channel-file
               assign to "../../../A1-ContactList/CONTACT-CHANNEL.DAT"
               organization is indexed
               access mode is dynamic
               record key is channel-key
               file status is ws-channel-status.

           select except-report
               assign to
                   "../../../A1-ContactList/CONTACT-IMPORT-EXCEPT.OUT"
               organization is line sequential.

           select extract-control
               assign to
                   "../../../A1-ContactList/CONTACT-EXTRACT-CTL.DAT"
               organization is line sequential
               file status is ws-control-status.

           select audit-log
               assign to "../../../A1-ContactList/CONTACT-AUDIT.LOG"
               organization is line sequential
               file status is ws-audit-status.

           select resolve-file
               assign to
                   "../../../A1-ContactList/CONTACT-SYNC-RESOLVE.DAT"
               organization is line sequential
               file status is ws-resolve-status.

           select keep-file
               assign to "../../../A1-ContactList/CONTACT-SYNC-KEEP.DAT"
               organization is indexed
               access mode is random
               record key is keep-key
               file status is ws-keep-status.

           select sync-report
               assign to
                   "../../../A1-ContactList/CONTACT-SYNC-CONFLICT.OUT"
               organization is line sequential.

           select run-control
               assign to "../../../A1-ContactList/CONTACT-RUNCTL.LOG"
               organization is line sequential
                         ==trans-merge-id==   by ==out-merge-id==
                         ==trans-no-email==   by ==out-no-email==
                         ==trans-no-phone==   by ==out-no-phone==
                         ==trans-no-postal==  by ==out-no-postal==
                         ==trans-is-approve== by ==out-is-approve==
                         ==trans-is-decline== by ==out-is-decline==
                         ==trans-submitter==  by ==out-submitter==
                         ==trans-approver==   by ==out-approver==
                         ==trans-is-add-channel==
                             by ==out-is-add-channel==
                         ==trans-is-drop-channel==
                             by ==out-is-drop-channel==
                         ==trans-chan-type==
                             by ==out-chan-type==
                         ==trans-chan-is-phone==
                             by ==out-chan-is-phone==
                         ==trans-chan-is-email==
                             by ==out-chan-is-email==
                         ==trans-chan-primary==
                             by ==out-chan-primary==.

       fd contact-xref
           data record is xref-rec.

           copy "XREF-REC.cpy".

       fd channel-file
           data record is channel-rec.

           copy "CHANNEL-REC.cpy".

       fd except-report
           data record is except-line
           record contains 120 characters.

       01 except-line pic x(120).

      *> where Program13's last delta to the CRM left off.
       fd extract-control
           data record is control-line
           record contains 80 characters.

       01 control-line.
           05 ctl-last-date pic 9(8).
           05 filler        pic x(1).
           05 ctl-last-time pic 9(8).
           05 filler        pic x(63).

       fd audit-log
           data record is audit-line
           record contains 532 characters.

       01 audit-line pic x(532).

       fd resolve-file
           data record is sync-rec.

           copy "SYNCCONF-REC.cpy".

      *> a CRM value an analyst chose not to take over ours, so the
      *> CRM sending it again is not a change.
       fd keep-file
           data record is keep-rec.

           copy "KEEP-REC.cpy".

       fd sync-report
           data record is sync-line
           record contains 132 characters.

       01 sync-line pic x(132).

       fd run-control
           data record is runctl-line
           record contains 80 characters.
         88 ws-xref-ok value "00".
         88 ws-xref-not-found value "23" "35".

       01 ws-channel-status pic xx.
         88 ws-channel-ok value "00".
         88 ws-channel-not-found value "23" "35".

       01 ws-control-status pic xx.
         88 ws-control-ok value "00".
         88 ws-control-not-found value "35".

       01 ws-audit-status pic xx.
         88 ws-audit-ok value "00".
         88 ws-audit-not-found value "35".

       01 ws-resolve-status pic xx.
         88 ws-resolve-ok value "00".
         88 ws-resolve-not-found value "35".

       01 ws-keep-status pic xx.
         88 ws-keep-ok value "00".
         88 ws-keep-not-found value "23" "35".

       01 ws-runctl-status pic xx.
         88 ws-runctl-ok value "00".
         88 ws-runctl-not-found value "35".
           88 ws-scan-eof value "Y".
         05 ws-any-diff-flag pic x value "N".
           88 ws-any-diff value "Y".
         05 ws-channel-missing-flag pic x value "N".
           88 ws-channel-missing value "Y".
         05 ws-chan-done-flag pic x value "N".
           88 ws-chan-done value "Y".
         05 ws-chan-known-flag pic x value "N".
           88 ws-chan-known value "Y".
         05 ws-sync-check-flag pic x value "N".
           88 ws-sync-check value "Y".
         05 ws-audit-eof-flag pic x value "N".
           88 ws-audit-eof value "Y".
         05 ws-keyed-eof-flag pic x value "N".
           88 ws-keyed-eof value "Y".
         05 ws-resolve-eof-flag pic x value "N".
           88 ws-resolve-eof value "Y".
         05 ws-fld-clear-flag pic x value "N".
           88 ws-fld-clear value "Y".
         05 ws-fld-known-flag pic x value "N".
           88 ws-fld-known value "Y".
         05 ws-control-bad-flag pic x value "N".
           88 ws-control-bad value "Y".
         05 ws-chg-full-flag pic x value "N".
           88 ws-chg-full value "Y".
         05 ws-open-full-flag pic x value "N".
           88 ws-open-full value "Y".

      *> CSV parser state: one pass down the line, honouring quoted
      *> fields and doubled quotes, the mirror of how the extract
         05 ws-match-id       pic x(6).
         05 ws-match-count    pic 9(4) value zero.

      *> one of the row's values looked for among the contact's
      *> other numbers ("P") or addresses ("E"), folded like the
      *> email compare.
       01 ws-chan-work.
         05 ws-chan-want      pic x(1).
         05 ws-chan-target    pic x(30).
         05 ws-chan-fold      pic x(30).

      *> the user running the import, named as the submitter of
      *> every transaction it generates.
       01 ws-import-user pic x(20).

      *> the last delta's stamp; a change logged here after it has
      *> not reached the CRM yet.
       01 ws-sync-stamp.
         05 ws-last-date pic 9(8) value zero.
         05 ws-last-time pic 9(8) value zero.

      *> the audit record re-read at the offsets Program2 writes it.
           copy "AUDIT-REC.cpy".

      *> every field changed here since the last delta, one entry a
      *> contact and field: who made the latest change and when, the
      *> value before the first (the one the CRM last had) and the
      *> value after the latest.  An entry marked keyed is a change
      *> still waiting on CONTACT-TRANS.DAT for tonight's apply.
       01 ws-local-changes.
         05 ws-chg-max   pic 9(4) value 2000.
         05 ws-chg-count pic 9(4) value zero.
         05 ws-chg-i     pic 9(4).
         05 ws-chg-hit   pic 9(4).
         05 ws-chg-entry occurs 2000 times.
           10 ws-chg-id     pic x(6).
           10 ws-chg-field  pic x(8).
           10 ws-chg-by     pic x(20).
           10 ws-chg-date   pic 9(8).
           10 ws-chg-time   pic 9(8).
           10 ws-chg-before pic x(30).
           10 ws-chg-after  pic x(30).
           10 ws-chg-keyed  pic x(1).

      *> conflicts awaiting an analyst: those carried in on
      *> CONTACT-SYNC-RESOLVE.DAT and those raised by this run, all
      *> written back out at the end.
       01 ws-open-conflicts.
         05 ws-open-max   pic 9(4) value 1000.
         05 ws-open-count pic 9(4) value zero.
         05 ws-open-i     pic 9(4).
         05 ws-open-hit   pic 9(4).
         05 ws-open-entry occurs 1000 times.
           10 ws-open-decision pic x(1).
           10 ws-open-analyst  pic x(20).
           10 ws-open-id       pic x(6).
           10 ws-open-field    pic x(8).
           10 ws-open-ours     pic x(30).
           10 ws-open-crm      pic x(30).
           10 ws-open-by       pic x(20).
           10 ws-open-date     pic 9(8).
           10 ws-open-time     pic 9(8).

      *> the one field being weighed: its name, the value here and
      *> the value the CRM sends.
       01 ws-field-work.
         05 ws-look-id     pic x(6).
         05 ws-fld-name    pic x(8).
         05 ws-fld-ours    pic x(30).
         05 ws-fld-theirs  pic x(30).
         05 ws-fld-before  pic x(30).
         05 ws-fld-after   pic x(30).
         05 ws-fld-current pic x(30).
         05 ws-fld-by      pic x(20).
         05 ws-fld-date    pic 9(8).
         05 ws-fld-time    pic 9(8).
         05 ws-fld-keyed   pic x(1).

       01 ws-sync-detail.
         05 ws-sd-tag    pic x(6).
         05 filler       pic x(1) value space.
         05 ws-sd-id     pic x(6).
         05 filler       pic x(1) value space.
         05 ws-sd-field  pic x(8).
         05 filler       pic x(1) value space.
         05 ws-sd-ours   pic x(30).
         05 filler       pic x(1) value space.
         05 ws-sd-crm    pic x(30).
         05 filler       pic x(1) value space.
         05 ws-sd-by     pic x(20).
         05 filler       pic x(1) value space.
         05 ws-sd-date   pic 9(8).
         05 filler       pic x(1) value space.
         05 ws-sd-time   pic 9(8).
         05 filler       pic x(9) value spaces.

       01 ws-sync-heading.
         05 filler pic x(7)  value "TAG".
         05 filler pic x(7)  value "ID".
         05 filler pic x(9)  value "FIELD".
         05 filler pic x(31) value "OUR VALUE".
         05 filler pic x(31) value "CRM VALUE".
         05 filler pic x(21) value "CHANGED HERE BY".
         05 filler pic x(9)  value "ON".
         05 filler pic x(17) value "AT".

       01 ws-counters.
         05 ws-read-count   pic 9(6) value zero.
         05 ws-change-count pic 9(6) value zero.
         05 ws-same-count   pic 9(6) value zero.
         05 ws-except-count pic 9(6) value zero.
         05 ws-conflict-count pic 9(6) value zero.
         05 ws-held-count     pic 9(6) value zero.
         05 ws-kept-count     pic 9(6) value zero.
         05 ws-behind-count   pic 9(6) value zero.
         05 ws-agreed-count   pic 9(6) value zero.
         05 ws-taken-count    pic 9(6) value zero.
         05 ws-keep-count     pic 9(6) value zero.
         05 ws-stale-count    pic 9(6) value zero.
         05 ws-resolve-err-count pic 9(6) value zero.

      *> run-control severity and stamps for CONTACT-RUNCTL.LOG.
       01 ws-run-controls.
           perform 050-write-run-start.
           perform 100-open-files.

           if not ws-master-missing
               perform 150-apply-resolutions
           end-if.

           if not ws-crm-missing and not ws-master-missing
               perform 200-import-one-row
                   until ws-crm-eof
           end-if.

           if not ws-master-missing
               perform 750-write-resolve-file
           end-if.

           perform 800-write-totals.
           perform 900-close-files.
           perform 950-write-run-end.

           open output except-report.

           open output sync-report.
           move spaces to sync-line.
           string
               "A1-CONTACTLIST CRM SYNC CONFLICTS  RUN "
                   delimited by size
               ws-stamp-date delimited by size
               into sync-line
           end-string.
           write sync-line.
           write sync-line from spaces.
           write sync-line from ws-sync-heading.
           write sync-line from spaces.

           open input crm-in.
           if ws-crm-not-found
               set ws-crm-missing to true
               write except-line
           end-if.

      *> the keep-ours list starts empty the first time an analyst
      *> keeps anything.
           open i-o keep-file.
           if ws-keep-not-found
               open output keep-file
               close keep-file
               open i-o keep-file
           end-if.

      *> the cross-reference only exists once a merge has applied;
      *> without it an ID lookup simply has no retired-ID fallback.
           open input contact-xref.
               set ws-xref-missing to true
           end-if.

      *> likewise the channel file, once anyone has a second number
      *> or address.
           open input channel-file.
           if ws-channel-not-found
               set ws-channel-missing to true
           end-if.

           display "USER" upon environment-name.
           accept ws-import-user from environment-value.

      *> what has changed here and not reached the CRM - on the
      *> audit log since the last delta, and keyed today onto
      *> CONTACT-TRANS.DAT - is noted before this run's own
      *> transactions go in behind the keyed ones.
           if not ws-master-missing
               perform 110-read-sync-stamp
               perform 146-load-keyed-changes
           end-if.

           if ws-chg-full
               move spaces to sync-line
               string
                   "MORE THAN 2000 FIELDS CHANGED HERE SINCE THE LAST "
                       delimited by size
                   "DELTA - THE REST ARE NOT CHECKED"
                       delimited by size
                   into sync-line
               end-string
               write sync-line
           end-if.

      *> the generated transactions join the back of today's keyed
      *> batch, so they flow through Program4 with everything else.
           open extend contact-trans.
               open output contact-trans
           end-if.

      *> ---------------------------------------------------------
      *> 110 - a change logged here after the stamp of the last
      *> delta Program13 sent the CRM is one the CRM has not seen.
      *> No control file means no delta has gone yet, so there is
      *> nothing to conflict with and rows apply as they always
      *> have; a control file that does not parse leaves the check
      *> off and is reported (Program13 stops on it too).
      *> ---------------------------------------------------------
       110-read-sync-stamp.

           open input extract-control.
           if ws-control-not-found
               move "NO CONTACT-EXTRACT-CTL.DAT - NO DELTA SENT YET"
                   to sync-line
               write sync-line
           else
               read extract-control
                   at end
                       continue
                   not at end
                       if ctl-last-date numeric
                               and ctl-last-time numeric
                           move ctl-last-date to ws-last-date
                           move ctl-last-time to ws-last-time
                           set ws-sync-check to true
                       else
                           set ws-control-bad to true
                           move spaces to sync-line
                           string
                               "CONTACT-EXTRACT-CTL.DAT DOES NOT PARSE"
                                   delimited by size
                               " - NO CONFLICT CHECK THIS RUN"
                                   delimited by size
                               into sync-line
                           end-string
                           write sync-line
                       end-if
               end-read
               close extract-control
           end-if.

           if ws-sync-check
               perform 120-load-local-changes
           end-if.

      *> ---------------------------------------------------------
      *> 120 - note every field an ADD or CHANGE on the audit log
      *> has touched since the stamp.
      *> ---------------------------------------------------------
       120-load-local-changes.

           open input audit-log.
           if ws-audit-not-found
               set ws-audit-eof to true
           end-if.

           perform 125-read-one-audit
               until ws-audit-eof.

           if not ws-audit-not-found
               close audit-log
           end-if.

       125-read-one-audit.

           read audit-log
               at end
                   set ws-audit-eof to true
               not at end
                   move audit-line to audit-rec
                   if (audit-action = "ADD" or audit-action = "CHANGE")
                       and (audit-date > ws-last-date
                           or (audit-date = ws-last-date
                               and audit-time > ws-last-time))
                       perform 130-note-changes
                   end-if
           end-read.

       130-note-changes.

           move audit-key-id to ws-look-id.
           move audit-userid to ws-fld-by.
           move audit-date to ws-fld-date.
           move audit-time to ws-fld-time.
           move "N" to ws-fld-keyed.

           if audit-before-name not = audit-after-name
               move "NAME" to ws-fld-name
               move audit-before-name to ws-fld-before
               move audit-after-name to ws-fld-after
               perform 135-note-one-change
           end-if.

           if audit-before-email not = audit-after-email
               move "EMAIL" to ws-fld-name
               move audit-before-email to ws-fld-before
               move audit-after-email to ws-fld-after
               perform 135-note-one-change
           end-if.

           if audit-before-phone not = audit-after-phone
               move "PHONE" to ws-fld-name
               move audit-before-phone to ws-fld-before
               move audit-after-phone to ws-fld-after
               perform 135-note-one-change
           end-if.

           if audit-before-company not = audit-after-company
               move "COMPANY" to ws-fld-name
               move audit-before-company to ws-fld-before
               move audit-after-company to ws-fld-after
               perform 135-note-one-change
           end-if.

           if audit-before-addr1 not = audit-after-addr1
               move "ADDR1" to ws-fld-name
               move audit-before-addr1 to ws-fld-before
               move audit-after-addr1 to ws-fld-after
               perform 135-note-one-change
           end-if.

           if audit-before-addr2 not = audit-after-addr2
               move "ADDR2" to ws-fld-name
               move audit-before-addr2 to ws-fld-before
               move audit-after-addr2 to ws-fld-after
               perform 135-note-one-change
           end-if.

           if audit-before-city not = audit-after-city
               move "CITY" to ws-fld-name
               move audit-before-city to ws-fld-before
               move audit-after-city to ws-fld-after
               perform 135-note-one-change
           end-if.

           if audit-before-state not = audit-after-state
               move "STATE" to ws-fld-name
               move audit-before-state to ws-fld-before
               move audit-after-state to ws-fld-after
               perform 135-note-one-change
           end-if.

           if audit-before-postal not = audit-after-postal
               move "POSTAL" to ws-fld-name
               move audit-before-postal to ws-fld-before
               move audit-after-postal to ws-fld-after
               perform 135-note-one-change
           end-if.

      *> the first change since the stamp keeps its before-value
      *> (what the CRM last had); each later one moves who, when and
      *> the value after.
       135-note-one-change.

           perform 140-find-change.

           if ws-chg-hit = zero
               if ws-chg-count < ws-chg-max
                   add 1 to ws-chg-count
                   move ws-chg-count to ws-chg-hit
                   move ws-look-id to ws-chg-id(ws-chg-hit)
                   move ws-fld-name to ws-chg-field(ws-chg-hit)
                   move ws-fld-before to ws-chg-before(ws-chg-hit)
               else
                   set ws-chg-full to true
               end-if
           end-if.

           if ws-chg-hit > zero
               move ws-fld-by to ws-chg-by(ws-chg-hit)
               move ws-fld-date to ws-chg-date(ws-chg-hit)
               move ws-fld-time to ws-chg-time(ws-chg-hit)
               move ws-fld-after to ws-chg-after(ws-chg-hit)
               move ws-fld-keyed to ws-chg-keyed(ws-chg-hit)
           end-if.

      *> find ws-look-id / ws-fld-name among the local changes;
      *> ws-chg-hit is zero when it is not there.
       140-find-change.

           move zero to ws-chg-hit.
           perform 145-match-one-change
               varying ws-chg-i from 1 by 1
               until ws-chg-i > ws-chg-count or ws-chg-hit > zero.

       145-match-one-change.

           if ws-chg-id(ws-chg-i) = ws-look-id
                   and ws-chg-field(ws-chg-i) = ws-fld-name
               move ws-chg-i to ws-chg-hit
           end-if.

      *> ---------------------------------------------------------
      *> 146 - every ADD or CHANGE keyed today and waiting on
      *> CONTACT-TRANS.DAT applies tonight ahead of anything this
      *> run appends, so a field it sets is a change here the CRM
      *> has not seen, stamp or no stamp.  Each field it carries is
      *> noted under its submitter, with the master's value as the
      *> one before it - unless the audit log already noted the
      *> field, whose earlier before-value stands.  Nothing is
      *> timed on the file, so the run's date stands for when.
      *> CONTACT-PENDING.DAT holds only DELETE, MERGE and
      *> INACTIVATE, which change no field, so it is not read.
      *> ---------------------------------------------------------
       146-load-keyed-changes.

           move "N" to ws-keyed-eof-flag.
           open input contact-trans.
           if ws-trans-not-found
               set ws-keyed-eof to true
           end-if.

           perform 147-read-one-keyed
               until ws-keyed-eof.

           if not ws-trans-not-found
               close contact-trans
           end-if.

       147-read-one-keyed.

           read contact-trans
               at end
                   set ws-keyed-eof to true
               not at end
                   if out-is-add or out-is-change
                       perform 148-note-keyed-changes
                   end-if
           end-read.

       148-note-keyed-changes.

           move out-id to ws-look-id.
           move out-submitter to ws-fld-by.
           move ws-stamp-date to ws-fld-date.
           move zero to ws-fld-time.
           move "Y" to ws-fld-keyed.

           move out-id to contact-id.
           read contact-master
               invalid key
                   move spaces to contact-rec
               not invalid key
                   continue
           end-read.

           if out-name not = spaces
               move "NAME" to ws-fld-name
               move out-name to ws-fld-after
               perform 149-note-keyed-field
           end-if.
           if out-email not = spaces
               move "EMAIL" to ws-fld-name
               move out-email to ws-fld-after
               perform 149-note-keyed-field
           end-if.
           if out-phone not = spaces
               move "PHONE" to ws-fld-name
               move out-phone to ws-fld-after
               perform 149-note-keyed-field
           end-if.
           if out-company not = spaces
               move "COMPANY" to ws-fld-name
               move out-company to ws-fld-after
               perform 149-note-keyed-field
           end-if.
           if out-addr1 not = spaces
               move "ADDR1" to ws-fld-name
               move out-addr1 to ws-fld-after
               perform 149-note-keyed-field
           end-if.
           if out-addr2 not = spaces
               move "ADDR2" to ws-fld-name
               move out-addr2 to ws-fld-after
               perform 149-note-keyed-field
           end-if.
           if out-city not = spaces
               move "CITY" to ws-fld-name
               move out-city to ws-fld-after
               perform 149-note-keyed-field
           end-if.
           if out-state not = spaces
               move "STATE" to ws-fld-name
               move out-state to ws-fld-after
               perform 149-note-keyed-field
           end-if.
           if out-postal not = spaces
               move "POSTAL" to ws-fld-name
               move out-postal to ws-fld-after
               perform 149-note-keyed-field
           end-if.

       149-note-keyed-field.

           perform 650-get-master-field.
           move ws-fld-current to ws-fld-before.
           perform 135-note-one-change.

      *> ---------------------------------------------------------
      *> 150 - act on the conflicts an analyst has decided on
      *> CONTACT-SYNC-RESOLVE.DAT before any row is read.  "T"
      *> joins today's batch as a CHANGE of that one field under
      *> the analyst's name, so Program4 checks the analyst's
      *> authority like any keyed change; "O" is remembered on the
      *> keep file.  Undecided lines are carried; a line for a
      *> contact no longer on the master is dropped.  The file is
      *> rewritten by 750.
      *> ---------------------------------------------------------
       150-apply-resolutions.

           open input resolve-file.
           if ws-resolve-not-found
               set ws-resolve-eof to true
           end-if.

           perform 155-apply-one-resolution
               until ws-resolve-eof.

           if not ws-resolve-not-found
               close resolve-file
           end-if.

       155-apply-one-resolution.

           read resolve-file
               at end
                   set ws-resolve-eof to true
               not at end
                   perform 157-weigh-resolution
           end-read.

       157-weigh-resolution.

           move sync-field to ws-fld-name.
           move sync-contact-id to contact-id.

           read contact-master
               key is contact-id
               invalid key
                   move "GONE" to ws-sd-tag
                   perform 680-write-resolution-line
               not invalid key
                   perform 650-get-master-field
                   evaluate true
                       when not ws-fld-known
                           add 1 to ws-resolve-err-count
                           move "BADFLD" to ws-sd-tag
                           perform 680-write-resolution-line
                       when sync-decision = space
                           perform 170-carry-entry
                       when sync-analyst = spaces
                           add 1 to ws-resolve-err-count
                           move "NOANAL" to ws-sd-tag
                           perform 680-write-resolution-line
                           perform 170-carry-entry
                       when sync-take-theirs
                           perform 160-take-theirs
                       when sync-keep-ours
                           perform 165-keep-ours
                       when other
                           add 1 to ws-resolve-err-count
                           move "BADDEC" to ws-sd-tag
                           perform 680-write-resolution-line
                           perform 170-carry-entry
                   end-evaluate
           end-read.

      *> only while our value is still the one the analyst weighed;
      *> if it has moved on, the line goes back for a fresh look.
      *> The CRM's value becomes what it "last had", so its next row
      *> carrying the same value is not raised again.
       160-take-theirs.

           if ws-fld-current = sync-our-value
               move spaces to out-rec
               move "C" to out-code
               move sync-contact-id to out-id
               move sync-analyst to out-submitter
               move sync-crm-value to ws-fld-theirs
               perform 660-set-out-field
               write out-rec
               add 1 to ws-taken-count
               move "TAKEN" to ws-sd-tag
               perform 680-write-resolution-line
               move sync-contact-id to ws-look-id
               perform 140-find-change
               if ws-chg-hit > zero
                   move sync-crm-value to ws-chg-before(ws-chg-hit)
               end-if
           else
               add 1 to ws-stale-count
               move ws-fld-current to sync-our-value
               move space to sync-decision
               move "STALE" to ws-sd-tag
               perform 680-write-resolution-line
               perform 170-carry-entry
           end-if.

       165-keep-ours.

           move spaces to keep-rec.
           move sync-contact-id to keep-contact-id.
           move sync-field to keep-field.
           move sync-crm-value to keep-crm-value.
           move ws-stamp-date to keep-date.
           move sync-analyst to keep-analyst.

           write keep-rec
               invalid key
                   rewrite keep-rec
                       invalid key
                           continue
                   end-rewrite
           end-write.

           add 1 to ws-keep-count.
           move "KEPT" to ws-sd-tag.
           perform 680-write-resolution-line.

       170-carry-entry.

           if ws-open-count < ws-open-max
               add 1 to ws-open-count
               move sync-decision to ws-open-decision(ws-open-count)
               move sync-analyst to ws-open-analyst(ws-open-count)
               move sync-contact-id to ws-open-id(ws-open-count)
               move sync-field to ws-open-field(ws-open-count)
               move sync-our-value to ws-open-ours(ws-open-count)
               move sync-crm-value to ws-open-crm(ws-open-count)
               move sync-changed-by to ws-open-by(ws-open-count)
               move sync-changed-date to ws-open-date(ws-open-count)
               move sync-changed-time to ws-open-time(ws-open-count)
           else
               set ws-open-full to true
           end-if.

       200-import-one-row.

           read crm-in
           end-if.

      *> ---------------------------------------------------------
      *> 440 - no ID on the row, so read the master's email index
      *> for the case-folded address (the index holds every email
      *> folded to lower case).  Only when no contact has it as its
      *> primary email does one pass of the channel file look for
      *> contacts holding it as another address.  Exactly one hit
      *> becomes a CHANGE; zero or several go to the exception
      *> report - guessing would either invent a contact or update
      *> the wrong one.
      *> ---------------------------------------------------------
       440-match-by-email.

           move spaces to ws-match-id.
           move "N" to ws-scan-eof-flag.

           move ws-row-email-fold to contact-email-key.
           start contact-master key = contact-email-key
               invalid key
                   set ws-scan-eof to true
           end-start.

           perform 450-read-one-by-email
               until ws-scan-eof.

           if ws-match-count = zero and not ws-channel-missing
               perform 455-scan-channel-file
           end-if.

           evaluate true
               when ws-match-count = 1
                   move ws-match-id to contact-id
                   read contact-master
                       key is contact-id
                       invalid key
                           continue
                   end-read
                   perform 700-write-exception
           end-evaluate.

       450-read-one-by-email.

           read contact-master next record
               at end
                   set ws-scan-eof to true
               not at end
                   if contact-email-key = ws-row-email-fold
                       add 1 to ws-match-count
                       move contact-id to ws-match-id
                   else
                       set ws-scan-eof to true
                   end-if
           end-read.

      *> the channel file is in contact order, so a contact holding
      *> the address more than once counts once.
       455-scan-channel-file.

           move "N" to ws-chan-done-flag.
           move low-values to channel-key.
           start channel-file key >= channel-key
               invalid key
                   set ws-chan-done to true
           end-start.

           perform 457-check-one-address
               until ws-chan-done.

       457-check-one-address.

           read channel-file next record
               at end
                   set ws-chan-done to true
               not at end
                   if channel-is-email
                       move channel-value to ws-chan-fold
                       inspect ws-chan-fold
                           converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                                   to "abcdefghijklmnopqrstuvwxyz"
                       if ws-chan-fold = ws-row-email-fold
                               and channel-contact-id not = ws-match-id
                           add 1 to ws-match-count
                           move channel-contact-id to ws-match-id
                       end-if
                   end-if
           end-read.

      *> ---------------------------------------------------------
      *> 460 - is ws-chan-target (already folded) one of the other
      *> numbers or addresses of kind ws-chan-want the contact in
      *> contact-rec has on the channel file?  Sets ws-chan-known.
      *> ---------------------------------------------------------
       460-find-channel.

           move "N" to ws-chan-known-flag.
           move "N" to ws-chan-done-flag.

           if ws-channel-missing
               set ws-chan-done to true
           else
               move contact-id to channel-contact-id
               move zero to channel-seq
               start channel-file key >= channel-key
                   invalid key
                       set ws-chan-done to true
               end-start
           end-if.

           perform 465-check-one-channel
               until ws-chan-done or ws-chan-known.

       465-check-one-channel.

           read channel-file next record
               at end
                   set ws-chan-done to true
               not at end
                   if channel-contact-id not = contact-id
                       set ws-chan-done to true
                   else
                       if channel-type(1:1) = ws-chan-want
                           move channel-value to ws-chan-fold
                           inspect ws-chan-fold
                               converting
                                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                                to "abcdefghijklmnopqrstuvwxyz"
                           if ws-chan-fold = ws-chan-target
                               set ws-chan-known to true
                           end-if
                       end-if
                   end-if
           end-read.

      *> 500 - contact-rec holds the matched master record; write a
      *> CHANGE carrying only the fields where the CRM disagrees,
      *> blank everywhere else so the apply leaves those alone.  A
      *> row that agrees everywhere writes nothing.  Each differing
      *> field is screened by 600 first, and a field held back there
      *> stays out of the CHANGE.
      *> ---------------------------------------------------------
       500-build-change.

           move spaces to out-rec.
           move "C" to out-code.
           move ws-match-id to out-id.
           move ws-import-user to out-submitter.

           if ws-row-name not = spaces
                   and ws-row-name not = contact-name
               move "NAME" to ws-fld-name
               move contact-name to ws-fld-ours
               move ws-row-name to ws-fld-theirs
               perform 600-screen-field
               if ws-fld-clear
                   move ws-row-name to out-name
                   set ws-any-diff to true
               end-if
           end-if.

           move ws-row-email to ws-row-email-fold.
                       to "abcdefghijklmnopqrstuvwxyz".
           if ws-row-email not = spaces
                   and ws-row-email-fold not = ws-mst-email-fold
               move "E" to ws-chan-want
               move ws-row-email-fold to ws-chan-target
               perform 460-find-channel
               if not ws-chan-known
                   move "EMAIL" to ws-fld-name
                   move contact-email to ws-fld-ours
                   move ws-row-email to ws-fld-theirs
                   perform 600-screen-field
                   if ws-fld-clear
                       move ws-row-email to out-email
                       set ws-any-diff to true
                   end-if
               end-if
           end-if.

           if ws-row-phone not = spaces
                   and ws-row-phone not = contact-phone
               move "P" to ws-chan-want
               move ws-row-phone to ws-chan-target
               perform 460-find-channel
               if not ws-chan-known
                   move "PHONE" to ws-fld-name
                   move contact-phone to ws-fld-ours
                   move ws-row-phone to ws-fld-theirs
                   perform 600-screen-field
                   if ws-fld-clear
                       move ws-row-phone to out-phone
                       set ws-any-diff to true
                   end-if
               end-if
           end-if.

           if ws-row-company not = spaces
                   and ws-row-company not = contact-company
               move "COMPANY" to ws-fld-name
               move contact-company to ws-fld-ours
               move ws-row-company to ws-fld-theirs
               perform 600-screen-field
               if ws-fld-clear
                   move ws-row-company to out-company
                   set ws-any-diff to true
               end-if
           end-if.

           if ws-row-addr1 not = spaces
                   and ws-row-addr1 not = contact-addr1
               move "ADDR1" to ws-fld-name
               move contact-addr1 to ws-fld-ours
               move ws-row-addr1 to ws-fld-theirs
               perform 600-screen-field
               if ws-fld-clear
                   move ws-row-addr1 to out-addr1
                   set ws-any-diff to true
               end-if
           end-if.

           if ws-row-addr2 not = spaces
                   and ws-row-addr2 not = contact-addr2
               move "ADDR2" to ws-fld-name
               move contact-addr2 to ws-fld-ours
               move ws-row-addr2 to ws-fld-theirs
               perform 600-screen-field
               if ws-fld-clear
                   move ws-row-addr2 to out-addr2
                   set ws-any-diff to true
               end-if
           end-if.

           if ws-row-city not = spaces
                   and ws-row-city not = contact-city
               move "CITY" to ws-fld-name
               move contact-city to ws-fld-ours
               move ws-row-city to ws-fld-theirs
               perform 600-screen-field
               if ws-fld-clear
                   move ws-row-city to out-city
                   set ws-any-diff to true
               end-if
           end-if.

           if ws-row-state not = spaces
                   and ws-row-state not = contact-state
               move "STATE" to ws-fld-name
               move contact-state to ws-fld-ours
               move ws-row-state to ws-fld-theirs
               perform 600-screen-field
               if ws-fld-clear
                   move ws-row-state to out-state
                   set ws-any-diff to true
               end-if
           end-if.

           if ws-row-postal not = spaces
                   and ws-row-postal not = contact-postal
               move "POSTAL" to ws-fld-name
               move contact-postal to ws-fld-ours
               move ws-row-postal to ws-fld-theirs
               perform 600-screen-field
               if ws-fld-clear
                   move ws-row-postal to out-postal
                   set ws-any-diff to true
               end-if
           end-if.

           if ws-any-diff
               add 1 to ws-same-count
           end-if.

      *> ---------------------------------------------------------
      *> 600 - may the CRM's value for ws-fld-name go into the
      *> CHANGE?  Not when an analyst has already kept ours over that
      *> very value, not while the field waits on an analyst, and not
      *> when the field was changed here since the last delta: then
      *> either the CRM has not seen our change yet (it still sends
      *> the value we changed from, which is simply dropped) or it
      *> changed the field too - a conflict, reported and put on the
      *> resolution file.  Sets ws-fld-clear.
      *> ---------------------------------------------------------
       600-screen-field.

           set ws-fld-clear to true.

           move ws-match-id to keep-contact-id.
           move ws-fld-name to keep-field.
           read keep-file
               invalid key
                   continue
               not invalid key
                   if keep-crm-value = ws-fld-theirs
                       move "N" to ws-fld-clear-flag
                       add 1 to ws-kept-count
                   end-if
           end-read.

           if ws-fld-clear
               perform 610-check-open
           end-if.

           if ws-fld-clear and ws-chg-count > zero
               perform 620-check-local-change
           end-if.

      *> still waiting on an analyst: hold it, and let the line show
      *> the CRM's latest value.
       610-check-open.

           move zero to ws-open-hit.
           perform 615-match-one-open
               varying ws-open-i from 1 by 1
               until ws-open-i > ws-open-count or ws-open-hit > zero.

           if ws-open-hit > zero
               move "N" to ws-fld-clear-flag
               move ws-fld-theirs to ws-open-crm(ws-open-hit)
               add 1 to ws-held-count
               move "HELD" to ws-sd-tag
               move ws-open-id(ws-open-hit) to ws-sd-id
               move ws-open-field(ws-open-hit) to ws-sd-field
               move ws-open-ours(ws-open-hit) to ws-sd-ours
               move ws-open-crm(ws-open-hit) to ws-sd-crm
               move ws-open-by(ws-open-hit) to ws-sd-by
               move ws-open-date(ws-open-hit) to ws-sd-date
               move ws-open-time(ws-open-hit) to ws-sd-time
               perform 670-write-detail
           end-if.

       615-match-one-open.

           if ws-open-id(ws-open-i) = ws-match-id
                   and ws-open-field(ws-open-i) = ws-fld-name
               move ws-open-i to ws-open-hit
           end-if.

       620-check-local-change.

           move ws-match-id to ws-look-id.
           perform 140-find-change.

      *> the CRM sending what was keyed here agrees with it, and
      *> the keyed change carries the value in.
           if ws-chg-hit > zero
               move "N" to ws-fld-clear-flag
               evaluate true
                   when ws-fld-theirs = ws-chg-before(ws-chg-hit)
                       add 1 to ws-behind-count
                   when ws-chg-keyed(ws-chg-hit) = "Y"
                           and ws-fld-theirs = ws-chg-after(ws-chg-hit)
                       add 1 to ws-agreed-count
                   when other
                       perform 630-raise-conflict
               end-evaluate
           end-if.

      *> a change still waiting on the keyed batch shows the value
      *> it will set as ours - what the master holds once it applies.
       630-raise-conflict.

           add 1 to ws-conflict-count.
           if ws-chg-keyed(ws-chg-hit) = "Y"
               move ws-chg-after(ws-chg-hit) to ws-fld-ours
           end-if.

           if ws-open-count < ws-open-max
               add 1 to ws-open-count
               move space to ws-open-decision(ws-open-count)
               move spaces to ws-open-analyst(ws-open-count)
               move ws-match-id to ws-open-id(ws-open-count)
               move ws-fld-name to ws-open-field(ws-open-count)
               move ws-fld-ours to ws-open-ours(ws-open-count)
               move ws-fld-theirs to ws-open-crm(ws-open-count)
               move ws-chg-by(ws-chg-hit) to ws-open-by(ws-open-count)
               move ws-chg-date(ws-chg-hit)
                   to ws-open-date(ws-open-count)
               move ws-chg-time(ws-chg-hit)
                   to ws-open-time(ws-open-count)
           else
               set ws-open-full to true
           end-if.

           move "NEW" to ws-sd-tag.
           move ws-match-id to ws-sd-id.
           move ws-fld-name to ws-sd-field.
           move ws-fld-ours to ws-sd-ours.
           move ws-fld-theirs to ws-sd-crm.
           move ws-chg-by(ws-chg-hit) to ws-sd-by.
           move ws-chg-date(ws-chg-hit) to ws-sd-date.
           move ws-chg-time(ws-chg-hit) to ws-sd-time.
           perform 670-write-detail.

      *> the master's value for ws-fld-name, from contact-rec.
       650-get-master-field.

           set ws-fld-known to true.
           move spaces to ws-fld-current.

           evaluate ws-fld-name
               when "NAME"
                   move contact-name to ws-fld-current
               when "EMAIL"
                   move contact-email to ws-fld-current
               when "PHONE"
                   move contact-phone to ws-fld-current
               when "COMPANY"
                   move contact-company to ws-fld-current
               when "ADDR1"
                   move contact-addr1 to ws-fld-current
               when "ADDR2"
                   move contact-addr2 to ws-fld-current
               when "CITY"
                   move contact-city to ws-fld-current
               when "STATE"
                   move contact-state to ws-fld-current
               when "POSTAL"
                   move contact-postal to ws-fld-current
               when other
                   move "N" to ws-fld-known-flag
           end-evaluate.

      *> ws-fld-theirs into the CHANGE's slot for ws-fld-name.
       660-set-out-field.

           evaluate ws-fld-name
               when "NAME"
                   move ws-fld-theirs to out-name
               when "EMAIL"
                   move ws-fld-theirs to out-email
               when "PHONE"
                   move ws-fld-theirs to out-phone
               when "COMPANY"
                   move ws-fld-theirs to out-company
               when "ADDR1"
                   move ws-fld-theirs to out-addr1
               when "ADDR2"
                   move ws-fld-theirs to out-addr2
               when "CITY"
                   move ws-fld-theirs to out-city
               when "STATE"
                   move ws-fld-theirs to out-state
               when "POSTAL"
                   move ws-fld-theirs to out-postal
           end-evaluate.

       670-write-detail.

           move ws-sync-detail to sync-line.
           write sync-line.

      *> a resolution line as read, with the analyst under it; the
      *> caller sets the tag.
       680-write-resolution-line.

           move sync-contact-id to ws-sd-id.
           move sync-field to ws-sd-field.
           move sync-our-value to ws-sd-ours.
           move sync-crm-value to ws-sd-crm.
           move sync-changed-by to ws-sd-by.
           move sync-changed-date to ws-sd-date.
           move sync-changed-time to ws-sd-time.
           perform 670-write-detail.

           if sync-analyst not = spaces
               move spaces to sync-line
               string
                   "       DECISION " delimited by size
                   sync-decision      delimited by size
                   " BY "             delimited by size
                   sync-analyst       delimited by size
                   into sync-line
               end-string
               write sync-line
           end-if.

      *> ---------------------------------------------------------
      *> 700 - the caller loads the reason into the first 12 bytes
      *> of the line; the row's identifying fields follow so the
           write except-line.
           add 1 to ws-except-count.

      *> ---------------------------------------------------------
      *> 750 - every conflict still waiting, carried or new, goes
      *> back on CONTACT-SYNC-RESOLVE.DAT for the analyst.
      *> ---------------------------------------------------------
       750-write-resolve-file.

           open output resolve-file.

           perform 755-write-one-entry
               varying ws-open-i from 1 by 1
               until ws-open-i > ws-open-count.

           close resolve-file.

           if ws-open-full
               move spaces to sync-line
               string
                   "MORE THAN 1000 CONFLICTS WAITING - THE REST ARE "
                       delimited by size
                   "NOT ON CONTACT-SYNC-RESOLVE.DAT"
                       delimited by size
                   into sync-line
               end-string
               write sync-line
           end-if.

       755-write-one-entry.

           move spaces to sync-rec.
           move ws-open-decision(ws-open-i) to sync-decision.
           move ws-open-analyst(ws-open-i) to sync-analyst.
           move ws-open-id(ws-open-i) to sync-contact-id.
           move ws-open-field(ws-open-i) to sync-field.
           move ws-open-ours(ws-open-i) to sync-our-value.
           move ws-open-crm(ws-open-i) to sync-crm-value.
           move ws-open-by(ws-open-i) to sync-changed-by.
           move ws-open-date(ws-open-i) to sync-changed-date.
           move ws-open-time(ws-open-i) to sync-changed-time.
           write sync-rec.

       800-write-totals.

           move spaces to except-line.
               ws-same-count     delimited by size
               " EXCEPT="        delimited by size
               ws-except-count   delimited by size
               " CONFLICT="      delimited by size
               ws-conflict-count delimited by size
               " HELD="          delimited by size
               ws-held-count     delimited by size
               into except-line
           end-string.
           write except-line.

           write sync-line from spaces.
           move spaces to sync-line.
           string
               "RESOLVED  TAKEN="     delimited by size
               ws-taken-count         delimited by size
               " KEPT="               delimited by size
               ws-keep-count          delimited by size
               " STALE="              delimited by size
               ws-stale-count         delimited by size
               " ERRORS="             delimited by size
               ws-resolve-err-count   delimited by size
               into sync-line
           end-string.
           write sync-line.

           move spaces to sync-line.
           string
               "TOTALS    NEW="       delimited by size
               ws-conflict-count      delimited by size
               " HELD="               delimited by size
               ws-held-count          delimited by size
               " KEPT-OURS="          delimited by size
               ws-kept-count          delimited by size
               " CRM-BEHIND="         delimited by size
               ws-behind-count        delimited by size
               " AGREED="             delimited by size
               ws-agreed-count        delimited by size
               " WAITING="            delimited by size
               ws-open-count          delimited by size
               into sync-line
           end-string.
           write sync-line.

       900-close-files.

           if not ws-crm-missing
           if not ws-xref-missing
               close contact-xref
           end-if.
           if not ws-channel-missing
               close channel-file
           end-if.
           close contact-trans.
           close keep-file.
           close except-report.
           close sync-report.

      *> ---------------------------------------------------------
      *> 950 - close out the run-control log and leave the run's
      *> severity in RETURN-CODE for the scheduler: 08 the master
      *> was missing with a CRM export waiting to import, 04 rows
      *> went to the exception report, sync conflicts wait on an
      *> analyst, a resolution line could not be acted on or the
      *> conflict check was incomplete, 00 every row matched cleanly
      *> - and a morning with no CRM export at all is an empty run,
      *> not an error, so the nightly chain runs on.
      *> ---------------------------------------------------------
               when ws-master-missing and not ws-crm-missing
                   move 8 to ws-severity
               when ws-except-count > 0
                       or ws-open-count > 0
                       or ws-resolve-err-count > 0
                       or ws-control-bad
                       or ws-chg-full
                       or ws-open-full
                   move 4 to ws-severity
               when other
                   move zero to ws-severity
