      *>                 CHANGE: blank, Y or N only, and a CHANGE
      *>                 carrying nothing but a consent flag is a
      *>                 real change, not a no-op.
      *> 2026-10-15  AB  maintenance authority and second-person
      *>                 approval: every transaction's submitter must
      *>                 be on CONTACT-AUTHORITY.DAT for its code or
      *>                 it suspends NOT-AUTH.  A clean DELETE, MERGE
      *>                 or INACTIVATE is no longer passed to Program2
      *>                 but held on CONTACT-PENDING.DAT until a
      *>                 different authorised user keys an APPROVE (P)
      *>                 or DECLINE (N) for the contact; the decision
      *>                 goes to CONTACT-APPROVAL-HIST.DAT and an
      *>                 approved item is released with its approver
      *>                 stamped.  No authority file is severity 08.
      *> 2026-10-15  AB  accept ADD-CHANNEL (K) and DROP-CHANNEL (X):
      *>                 a known channel type, the number in
      *>                 TRANS-PHONE or the address in TRANS-EMAIL
      *>                 as the type calls for, edited like the
      *>                 master fields, and a primary flag of blank,
      *>                 Y or N.
      *> 2026-10-15  AB  the in-storage pending table takes its entry
      *>                 layout from PENDING-REC.cpy instead of a
      *>                 hand-typed copy, so it cannot drift from the
      *>                 file.

       environment division.
       configuration section.
               assign to "../../../A1-ContactList/CONTACT-EDIT.OUT"
               organization is line sequential.

           select authority-file
               assign to "../../../A1-ContactList/CONTACT-AUTHORITY.DAT"
               organization is line sequential
               file status is ws-auth-status.

           select pending-file
               assign to "../../../A1-ContactList/CONTACT-PENDING.DAT"
               organization is line sequential
               file status is ws-pend-status.

           select approval-hist
               assign to
                   "../../../A1-ContactList/CONTACT-APPROVAL-HIST.DAT"
               organization is line sequential
               file status is ws-hist-status.

           select run-control
               assign to "../../../A1-ContactList/CONTACT-RUNCTL.LOG"
               organization is line sequential
                             by ==edt-is-inactivate==
                         ==trans-is-reinstate==
                             by ==edt-is-reinstate==
                         ==trans-is-approve==
                             by ==edt-is-approve==
                         ==trans-is-decline==
                             by ==edt-is-decline==
                         ==trans-submitter==
                             by ==edt-submitter==
                         ==trans-approver==
                             by ==edt-approver==
                         ==trans-no-email==   by ==edt-no-email==
                         ==trans-no-phone==   by ==edt-no-phone==
                         ==trans-no-postal==  by ==edt-no-postal==
                         ==trans-is-add-channel==
                             by ==edt-is-add-channel==
                         ==trans-is-drop-channel==
                             by ==edt-is-drop-channel==
                         ==trans-chan-type==
                             by ==edt-chan-type==
                         ==trans-chan-is-phone==
                             by ==edt-chan-is-phone==
                         ==trans-chan-is-email==
                             by ==edt-chan-is-email==
                         ==trans-chan-primary==
                             by ==edt-chan-primary==.

       fd suspense-out
           data record is susp-out-rec.
                         ==susp-no-email== by ==susp-out-no-email==
                         ==susp-no-phone== by ==susp-out-no-phone==
                         ==susp-no-postal==
                             by ==susp-out-no-postal==
                         ==susp-submitter==
                             by ==susp-out-submitter==
                         ==susp-approver==
                             by ==susp-out-approver==
                         ==susp-chan-type==
                             by ==susp-out-chan-type==
                         ==susp-chan-primary==
                             by ==susp-out-chan-primary==.

       fd edit-report
           data record is report-line

       01 report-line pic x(80).

       fd authority-file
           data record is auth-rec.

           copy "AUTH-REC.cpy".

       fd pending-file
           data record is pend-rec.

           copy "PENDING-REC.cpy".

       fd approval-hist
           data record is hist-line
           record contains 289 characters.

       01 hist-line pic x(289).

       fd run-control
           data record is runctl-line
           record contains 80 characters.
         88 ws-susp-in-ok value "00".
         88 ws-susp-in-not-found value "35".

       01 ws-auth-status pic xx.
         88 ws-auth-ok value "00".
         88 ws-auth-not-found value "35".

       01 ws-pend-status pic xx.
         88 ws-pend-ok value "00".
         88 ws-pend-not-found value "35".

       01 ws-hist-status pic xx.
         88 ws-hist-ok value "00".
         88 ws-hist-not-found value "35".

       01 ws-flags.
         05 ws-auth-eof-flag pic x value "N".
           88 ws-auth-eof value "Y".
         05 ws-auth-missing-flag pic x value "N".
           88 ws-auth-missing value "Y".
         05 ws-pend-eof-flag pic x value "N".
           88 ws-pend-eof value "Y".
         05 ws-pend-full-flag pic x value "N".
           88 ws-pend-full value "Y".
         05 ws-trans-eof-flag pic x value "N".
           88 ws-trans-eof value "Y".
         05 ws-susp-eof-flag pic x value "N".
         05 ws-recycle-count  pic 9(6) value zero.
         05 ws-passed-count   pic 9(6) value zero.
         05 ws-suspend-count  pic 9(6) value zero.
         05 ws-held-count     pic 9(6) value zero.
         05 ws-released-count pic 9(6) value zero.
         05 ws-declined-count pic 9(6) value zero.
         05 ws-open-count     pic 9(6) value zero.

      *> the maintenance authority table, loaded once from
      *> CONTACT-AUTHORITY.DAT.  WS-AUTH-SLOT is the submitter's row
      *> for the transaction under edit (zero - not on the table).
       01 ws-auth-table.
         05 ws-auth-count pic 9(4) value zero.
         05 ws-auth-entry occurs 200 times.
           10 ws-auth-user pic x(20).
           10 ws-auth-list pic x(10).

       01 ws-auth-work.
         05 ws-auth-ix    pic 9(4) value zero.
         05 ws-auth-slot  pic 9(4) value zero.
         05 ws-auth-hits  pic 9(2) value zero.

      *> every item on CONTACT-PENDING.DAT, held in storage for the
      *> run: new holds are added at the end, decisions mark items
      *> approved or declined in place, and 920 writes back only the
      *> items still open.  Each entry is PENDING-REC itself.
       01 ws-pend-table.
         03 ws-pend-count pic 9(4) value zero.
           copy "PENDING-REC.cpy"
               replacing ==01 pend-rec.==
                             by ==03 ws-pend-entry occurs 999 times.==
                         ==pend-status==
                             by ==ws-pend-item-status==
                         ==pend-is-open==       by ==ws-pend-is-open==
                         ==pend-is-approved==
                             by ==ws-pend-is-approved==
                         ==pend-is-declined==
                             by ==ws-pend-is-declined==
                         ==pend-held-date==     by ==ws-pend-held-date==
                         ==pend-held-time==     by ==ws-pend-held-time==
                         ==pend-decided-by==
                             by ==ws-pend-decided-by==
                         ==pend-decided-date==
                             by ==ws-pend-decided-date==
                         ==pend-decided-time==
                             by ==ws-pend-decided-time==
                         ==pend-trans==         by ==ws-pend-trans==
                         ==pend-code==          by ==ws-pend-code==
                         ==pend-id==            by ==ws-pend-id==
                         ==pend-name==          by ==ws-pend-name==
                         ==pend-email==         by ==ws-pend-email==
                         ==pend-phone==         by ==ws-pend-phone==
                         ==pend-company==       by ==ws-pend-company==
                         ==pend-addr1==         by ==ws-pend-addr1==
                         ==pend-addr2==         by ==ws-pend-addr2==
                         ==pend-city==          by ==ws-pend-city==
                         ==pend-state==         by ==ws-pend-state==
                         ==pend-postal==        by ==ws-pend-postal==
                         ==pend-merge-id==      by ==ws-pend-merge-id==
                         ==pend-no-email==      by ==ws-pend-no-email==
                         ==pend-no-phone==      by ==ws-pend-no-phone==
                         ==pend-no-postal==
                             by ==ws-pend-no-postal==
                         ==pend-submitter==
                             by ==ws-pend-submitter==
                         ==pend-approver==      by ==ws-pend-approver==.

       01 ws-pend-work.
         05 ws-pend-ix      pic 9(4) value zero.
         05 ws-decided-now  pic 9(4) value zero.
         05 ws-self-count   pic 9(4) value zero.
         05 ws-unauth-count pic 9(4) value zero.

       01 ws-report-tag pic x(12).

      *> the transaction under edit, copied out of whichever input
      *> file (new batch or recycled suspense) it arrived on.
                             by ==ws-edit-is-inactivate==
                         ==trans-is-reinstate==
                             by ==ws-edit-is-reinstate==
                         ==trans-is-approve==
                             by ==ws-edit-is-approve==
                         ==trans-is-decline==
                             by ==ws-edit-is-decline==
                         ==trans-submitter==
                             by ==ws-edit-submitter==
                         ==trans-approver==
                             by ==ws-edit-approver==
                         ==trans-no-email==   by ==ws-edit-no-email==
                         ==trans-no-phone==   by ==ws-edit-no-phone==
                         ==trans-no-postal==  by ==ws-edit-no-postal==
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

       000-main.

           perform 100-open-files.
           perform 120-load-authority.
           perform 140-load-pending.
           perform 200-process-suspense
               until ws-susp-eof.
           perform 250-process-trans
               until ws-trans-eof.
           perform 920-rewrite-pending.
           perform 800-write-totals.
           perform 900-close-files.
           perform 950-roll-suspense.
           open output suspense-out.
           open output edit-report.

           open extend approval-hist.
           if ws-hist-not-found
               open output approval-hist
           end-if.

           open input contact-trans.
           if ws-trans-not-found
               set ws-trans-eof to true
               set ws-susp-eof to true
           end-if.

      *> ---------------------------------------------------------
      *> 120 - load the authority table.  Without the file nobody is
      *> authorised for anything: every transaction suspends
      *> NOT-AUTH and the run ends 08 so the apply step never runs.
      *> ---------------------------------------------------------
       120-load-authority.

           open input authority-file.
           if ws-auth-not-found
               set ws-auth-missing to true
               move spaces to report-line
               string
                   "NO CONTACT-AUTHORITY.DAT - "  delimited by size
                   "EVERY TRANSACTION SUSPENDS"   delimited by size
                   into report-line
               end-string
               write report-line
           else
               perform 125-read-authority
                   until ws-auth-eof
               close authority-file
           end-if.

       125-read-authority.

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
      *> 140 - load the items still waiting for a second person.  A
      *> pending file too big for the table is left exactly as it
      *> is: nothing is held or decided this run and it ends 08.
      *> ---------------------------------------------------------
       140-load-pending.

           open input pending-file.
           if ws-pend-not-found
               set ws-pend-eof to true
           end-if.

           perform 145-read-pending
               until ws-pend-eof.

           if not ws-pend-not-found
               close pending-file
           end-if.

           if ws-pend-full
               move spaces to report-line
               string
                   "CONTACT-PENDING.DAT OVER 999 ITEMS - "
                       delimited by size
                   "NO APPROVALS THIS RUN" delimited by size
                   into report-line
               end-string
               write report-line
           end-if.

       145-read-pending.

           read pending-file
               at end
                   set ws-pend-eof to true
               not at end
                   if ws-pend-count < 999
                       add 1 to ws-pend-count
                       move pend-rec to ws-pend-entry(ws-pend-count)
                   else
                       set ws-pend-full to true
                       set ws-pend-eof to true
                   end-if
           end-read.

      *> ---------------------------------------------------------
      *> 200/250 - recycled suspense records are edited first, so a
      *> correction keyed last run applies ahead of today's batch;
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
           if ws-edit-reason = spaces
                   and (ws-edit-is-delete or ws-edit-is-merge
                        or ws-edit-is-inactivate)
               perform 380-hold-for-approval
           end-if.
           if ws-edit-reason = spaces
                   and (ws-edit-is-approve or ws-edit-is-decline)
               perform 400-decide-pending
           end-if.

      *> a held or decided transaction was dealt with above; only
      *> ADD, CHANGE, REINSTATE and the channel codes pass straight
      *> through.
           evaluate true
               when ws-edit-reason not = spaces
                   move spaces to susp-out-rec
                   move ws-edit-reason to susp-out-reason
                   move ws-edit-rec to susp-out-trans
                   write susp-out-rec
                   add 1 to ws-suspend-count
                   move ws-edit-reason to ws-report-tag
                   perform 390-write-report-line
               when ws-edit-is-delete or ws-edit-is-merge
                       or ws-edit-is-inactivate
               when ws-edit-is-approve or ws-edit-is-decline
                   continue
               when other
                   move ws-edit-rec to edt-rec
                   write edt-rec
                   add 1 to ws-passed-count
           end-evaluate.

       310-edit-code.

                   and not ws-edit-is-delete and not ws-edit-is-merge
                   and not ws-edit-is-inactivate
                   and not ws-edit-is-reinstate
                   and not ws-edit-is-approve
                   and not ws-edit-is-decline
                   and not ws-edit-is-add-channel
                   and not ws-edit-is-drop-channel
               move "BAD-CODE" to ws-edit-reason
           end-if.

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

      *> ---------------------------------------------------------
      *> A do-not-contact flag is blank (leave alone), Y (set) or N
      *> (clear); anything else is a keying slip.
               end-if
           end-if.

      *> ---------------------------------------------------------
      *> 370 - the submitter must be on the authority table with
      *> this transaction code in its list.  For APPROVE and DECLINE
      *> this is only the right to decide at all; 410 also checks
      *> the approver against the code of each held item.
      *> ---------------------------------------------------------
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

      *> ---------------------------------------------------------
      *> 380 - a clean DELETE, MERGE or INACTIVATE waits on
      *> CONTACT-PENDING.DAT for a second person.  Any approver the
      *> submitter keyed is cleared; only 420 fills it in.
      *> ---------------------------------------------------------
       380-hold-for-approval.

           if ws-pend-full or ws-pend-count not < 999
               move "PEND-FULL" to ws-edit-reason
           else
               add 1 to ws-pend-count
               move spaces to ws-pend-entry(ws-pend-count)
               set ws-pend-is-open(ws-pend-count) to true
               move ws-stamp-date to ws-pend-held-date(ws-pend-count)
               move ws-stamp-time to ws-pend-held-time(ws-pend-count)
               move zero to ws-pend-decided-date(ws-pend-count)
               move zero to ws-pend-decided-time(ws-pend-count)
               move ws-edit-rec to ws-pend-trans(ws-pend-count)
               move spaces to ws-pend-approver(ws-pend-count)
               add 1 to ws-held-count
               move "HELD" to ws-report-tag
               perform 390-write-report-line
           end-if.

      *> ---------------------------------------------------------
      *> 400 - an APPROVE or DECLINE names a contact; it decides
      *> every open item held against that contact which the
      *> deciding user did not submit and could have submitted.  If
      *> it decides nothing the first applicable reason suspends it.
      *> ---------------------------------------------------------
       400-decide-pending.

           move zero to ws-decided-now.
           move zero to ws-self-count.
           move zero to ws-unauth-count.

           if ws-pend-full
               move "PEND-FULL" to ws-edit-reason
           else
               perform 410-decide-one-item
                   varying ws-pend-ix from 1 by 1
                   until ws-pend-ix > ws-pend-count
               evaluate true
                   when ws-decided-now > zero
                       continue
                   when ws-self-count > zero
                       move "SELF-APPROVE" to ws-edit-reason
                   when ws-unauth-count > zero
                       move "NOT-AUTH" to ws-edit-reason
                   when other
                       move "NO-PENDING" to ws-edit-reason
               end-evaluate
           end-if.

       410-decide-one-item.

           if ws-pend-is-open(ws-pend-ix)
                   and ws-pend-id(ws-pend-ix) = ws-edit-id
               if ws-pend-submitter(ws-pend-ix) = ws-edit-submitter
                   add 1 to ws-self-count
               else
                   move zero to ws-auth-hits
                   inspect ws-auth-list(ws-auth-slot)
                       tallying ws-auth-hits
                       for all ws-pend-code(ws-pend-ix)
                   if ws-auth-hits = zero
                       add 1 to ws-unauth-count
                   else
                       perform 420-record-decision
                   end-if
               end-if
           end-if.

      *> ---------------------------------------------------------
      *> 420 - an approved item goes to Program2 with the approver
      *> stamped; either way the decided item is logged to
      *> CONTACT-APPROVAL-HIST.DAT and drops off the pending file.
      *> ---------------------------------------------------------
       420-record-decision.

           move ws-edit-submitter to ws-pend-decided-by(ws-pend-ix).
           move ws-stamp-date to ws-pend-decided-date(ws-pend-ix).
           move ws-stamp-time to ws-pend-decided-time(ws-pend-ix).

           if ws-edit-is-approve
               set ws-pend-is-approved(ws-pend-ix) to true
               move ws-edit-submitter to ws-pend-approver(ws-pend-ix)
               move ws-pend-trans(ws-pend-ix) to edt-rec
               write edt-rec
               add 1 to ws-passed-count
               add 1 to ws-released-count
               move "RELEASED" to ws-report-tag
           else
               set ws-pend-is-declined(ws-pend-ix) to true
               add 1 to ws-declined-count
               move "DECLINED" to ws-report-tag
           end-if.

           write hist-line from ws-pend-entry(ws-pend-ix).
           add 1 to ws-decided-now.
           perform 395-write-decision-line.

       390-write-report-line.

           move spaces to report-line.
           string
               ws-report-tag  delimited by size
               " "            delimited by size
               ws-edit-code   delimited by size
               " "            delimited by size

           write report-line.

       395-write-decision-line.

           move spaces to report-line.
           string
               ws-report-tag  delimited by size
               " "            delimited by size
               ws-pend-code(ws-pend-ix) delimited by size
               " "            delimited by size
               ws-pend-id(ws-pend-ix) delimited by size
               " HELD BY "    delimited by size
               ws-pend-submitter(ws-pend-ix) delimited by size
               " BY "         delimited by size
               ws-edit-submitter delimited by size
               into report-line
           end-string.

           write report-line.

       800-write-totals.

           move spaces to report-line.

           write report-line.

           move spaces to report-line.
           string
               "APPROVAL HELD="   delimited by size
               ws-held-count      delimited by size
               " RELEASED="       delimited by size
               ws-released-count  delimited by size
               " DECLINED="       delimited by size
               ws-declined-count  delimited by size
               " OPEN="           delimited by size
               ws-open-count      delimited by size
               into report-line
           end-string.

           write report-line.

      *> ---------------------------------------------------------
      *> 920 - write back the items still waiting.  A pending file
      *> that overflowed the table is left untouched.
      *> ---------------------------------------------------------
       920-rewrite-pending.

           if not ws-pend-full
               open output pending-file
               perform 925-write-one-pending
                   varying ws-pend-ix from 1 by 1
                   until ws-pend-ix > ws-pend-count
               close pending-file
           end-if.

       925-write-one-pending.

           if ws-pend-is-open(ws-pend-ix)
               write pend-rec from ws-pend-entry(ws-pend-ix)
               add 1 to ws-open-count
           end-if.

       900-close-files.

           close contact-trans.
           close edited-trans.
           close suspense-out.
           close edit-report.
           close approval-hist.

      *> ---------------------------------------------------------
      *> 950 - this run's failures become next run's recycle input:

      *> ---------------------------------------------------------
      *> 980 - close out the run-control log and leave the run's
      *> severity in RETURN-CODE for the scheduler: 08 there was no
      *> authority table or the pending file overflowed, 04 records
      *> were suspended for correction, 00 the whole batch passed.
      *> ---------------------------------------------------------
       980-write-run-end.

           evaluate true
               when ws-auth-missing or ws-pend-full
                   move 8 to ws-severity
               when ws-suspend-count > 0
                   move 4 to ws-severity
               when other
                   move zero to ws-severity
           end-evaluate.

           accept ws-stamp-date from date yyyymmdd.
           accept ws-stamp-time from time.
