       identification division.
       program-id. Program25 as "A1_ContactList.Program25".
       date-written. 2026-10-15.
       author. Ahmed Butt.

      *> modification-history.
      *> 2026-10-15  AB  new program: daily follow-up and neglect
      *>                 reports off CONTACT-INTERACT.DAT.
      *>                 CONTACT-FOLLOWUP.OUT lists, user by user,
      *>                 every follow-up promised on a contact's
      *>                 latest interaction that falls due today or
      *>                 is already overdue (with the days late).
      *>                 CONTACT-NOT-CONTACTED.OUT lists, company by
      *>                 company, every active contact with no
      *>                 interaction in the last N months - N from
      *>                 CONTACT-FOLLOWUP-PARM.DAT, default 006 - or
      *>                 none at all.
      *> 2026-10-15  AB  declare the master's new alternate keys
      *>                 (email, sort name, company) so the file opens
      *>                 with its full key definition.
      *> 2026-10-15  AB  the neglect report's contact and history reads
      *>                 now sit below the input procedure's exit, so
      *>                 the sort is not handed one last pass of them.
      *> 2026-10-15  AB  the follow-up report's history read also
      *>                 moves below its input procedure's exit, so
      *>                 no read is made past the end of the file.

       environment division.
       configuration section.

       input-output section.
       file-control.

           select followup-parm
               assign to
                   "../../../A1-ContactList/CONTACT-FOLLOWUP-PARM.DAT"
               organization is line sequential
               file status is ws-parm-status.

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

           select interact-file
               assign to "../../../A1-ContactList/CONTACT-INTERACT.DAT"
               organization is indexed
               access mode is dynamic
               record key is interact-key
               file status is ws-interact-status.

           select due-sort
               assign to "../../../A1-ContactList/SORTWORK8.TMP".

           select due-out
               assign to "../../../A1-ContactList/SORTOUT8.TMP"
               organization is line sequential.

           select idle-sort
               assign to "../../../A1-ContactList/SORTWORK9.TMP".

           select idle-out
               assign to "../../../A1-ContactList/SORTOUT9.TMP"
               organization is line sequential.

           select followup-report
               assign to "../../../A1-ContactList/CONTACT-FOLLOWUP.OUT"
               organization is line sequential.

           select idle-report
               assign to
                   "../../../A1-ContactList/CONTACT-NOT-CONTACTED.OUT"
               organization is line sequential.

           select run-control
               assign to "../../../A1-ContactList/CONTACT-RUNCTL.LOG"
               organization is line sequential
               file status is ws-runctl-status.

       data division.
       file section.

       fd followup-parm
           data record is parm-line
           record contains 80 characters.

       01 parm-line.
           05 parm-months pic x(3).
           05 filler      pic x(77).

       fd contact-master
           data record is contact-rec.

           copy "CONTACT-REC.cpy".

       fd interact-file
           data record is interact-rec.

           copy "INTERACT-REC.cpy".

       sd due-sort.

       01 ds-rec.
           05 ds-user       pic x(20).
           05 ds-follow-up  pic 9(8).
           05 ds-contact-id pic x(6).
           05 ds-name       pic x(20).
           05 ds-phone      pic x(12).
           05 ds-type       pic x(1).
           05 ds-date       pic 9(8).
           05 ds-note       pic x(60).

       fd due-out
           data record is do-rec.

       01 do-rec.
           05 do-user       pic x(20).
           05 do-follow-up  pic 9(8).
           05 do-contact-id pic x(6).
           05 do-name       pic x(20).
           05 do-phone      pic x(12).
           05 do-type       pic x(1).
           05 do-date       pic 9(8).
           05 do-note       pic x(60).

       sd idle-sort.

       01 is-rec.
           05 is-company    pic x(20).
           05 is-sort-name  pic x(20).
           05 is-contact-id pic x(6).
           05 is-name       pic x(20).
           05 is-phone      pic x(12).
           05 is-email      pic x(30).
           05 is-last-date  pic 9(8).

       fd idle-out
           data record is io-rec.

       01 io-rec.
           05 io-company    pic x(20).
           05 io-sort-name  pic x(20).
           05 io-contact-id pic x(6).
           05 io-name       pic x(20).
           05 io-phone      pic x(12).
           05 io-email      pic x(30).
           05 io-last-date  pic 9(8).

       fd followup-report
           data record is followup-line
           record contains 132 characters.

       01 followup-line pic x(132).

       fd idle-report
           data record is idle-line
           record contains 132 characters.

       01 idle-line pic x(132).

       fd run-control
           data record is runctl-line
           record contains 80 characters.

       01 runctl-line pic x(80).

       working-storage section.

       01 ws-parm-status pic xx.
         88 ws-parm-ok value "00".
         88 ws-parm-not-found value "35".

       01 ws-master-status pic xx.
         88 ws-master-ok value "00".
         88 ws-master-not-found value "23" "35".

       01 ws-interact-status pic xx.
         88 ws-interact-ok value "00".
         88 ws-interact-not-found value "23" "35".

       01 ws-runctl-status pic xx.
         88 ws-runctl-ok value "00".
         88 ws-runctl-not-found value "35".

       01 ws-flags.
         05 ws-master-missing-flag pic x value "N".
           88 ws-master-missing value "Y".
         05 ws-interact-missing-flag pic x value "N".
           88 ws-interact-missing value "Y".
         05 ws-parm-bad-flag pic x value "N".
           88 ws-parm-bad value "Y".
         05 ws-master-eof-flag pic x value "N".
           88 ws-master-eof value "Y".
         05 ws-interact-eof-flag pic x value "N".
           88 ws-interact-eof value "Y".
         05 ws-sort-eof-flag pic x value "N".
           88 ws-sort-eof value "Y".
         05 ws-held-flag pic x value "N".
           88 ws-held value "Y".
         05 ws-history-done-flag pic x value "N".
           88 ws-history-done value "Y".
         05 ws-first-group-flag pic x value "Y".
           88 ws-first-group value "Y".

       01 ws-counters.
         05 ws-read-count     pic 9(6) value zero.
         05 ws-due-count      pic 9(6) value zero.
         05 ws-overdue-count  pic 9(6) value zero.
         05 ws-idle-count     pic 9(6) value zero.
         05 ws-group-count    pic 9(4) value zero.

       01 ws-idle-months pic 9(3) value 6.

      *> the cutoff: an active contact whose latest interaction is
      *> before this day has gone the full window without one.
       01 ws-cutoff-work.
         05 ws-cutoff-date pic 9(8).
         05 ws-cutoff-x redefines ws-cutoff-date.
           10 ws-cut-yyyy pic 9(4).
           10 ws-cut-mm   pic 9(2).
           10 ws-cut-dd   pic 9(2).
         05 ws-total-months pic 9(6).

       01 ws-run-date pic 9(8).
       01 ws-run-date-x redefines ws-run-date.
         05 ws-run-yyyy pic 9(4).
         05 ws-run-mm   pic 9(2).
         05 ws-run-dd   pic 9(2).

      *> the latest interaction seen so far for the contact being
      *> walked in the follow-up pass.
       01 ws-held-interact.
         05 ws-held-contact-id pic x(6).
         05 ws-held-date       pic 9(8).
         05 ws-held-type       pic x(1).
         05 ws-held-user       pic x(20).
         05 ws-held-follow-up  pic 9(8).
         05 ws-held-note       pic x(60).

      *> the latest interaction date found for one master contact.
       01 ws-last-date pic 9(8).

      *> day numbers for the days-late column, counted from a fixed
      *> base with March as the first month so leap days fall last.
       01 ws-day-work.
         05 ws-dn-date      pic 9(8).
         05 ws-dn-date-x redefines ws-dn-date.
           10 ws-dn-yyyy    pic 9(4).
           10 ws-dn-mm      pic 9(2).
           10 ws-dn-dd      pic 9(2).
         05 ws-dn-y         pic 9(4).
         05 ws-dn-m         pic 9(2).
         05 ws-dn-q4        pic 9(4).
         05 ws-dn-q100      pic 9(4).
         05 ws-dn-q400      pic 9(4).
         05 ws-dn-qm        pic 9(4).
         05 ws-dn-result    pic 9(7).
         05 ws-today-dn     pic 9(7).
         05 ws-days-late    pic 9(5).

       01 ws-current-user    pic x(20) value spaces.
       01 ws-current-company pic x(20) value spaces.

       01 ws-followup-heading.
         05 filler pic x(40)
             value "A1-CONTACTLIST FOLLOW-UPS DUE AS OF ".
         05 ws-fh-date pic 9(8).
         05 filler pic x(84) value spaces.

       01 ws-idle-heading.
         05 filler pic x(40)
             value "A1-CONTACTLIST NOT CONTACTED SINCE ".
         05 ws-ih-date pic 9(8).
         05 filler pic x(2) value spaces.
         05 filler pic x(1) value "(".
         05 ws-ih-months pic 9(3).
         05 filler pic x(8) value " MONTHS)".
         05 filler pic x(70) value spaces.

       01 ws-due-detail.
         05 filler         pic x(2) value spaces.
         05 ws-dd-status   pic x(9).
         05 filler         pic x(1) value space.
         05 ws-dd-follow-up pic 9(8).
         05 filler         pic x(1) value space.
         05 ws-dd-late     pic zzzz9.
         05 filler         pic x(1) value space.
         05 ws-dd-id       pic x(6).
         05 filler         pic x(1) value space.
         05 ws-dd-name     pic x(20).
         05 filler         pic x(1) value space.
         05 ws-dd-phone    pic x(12).
         05 filler         pic x(1) value space.
         05 ws-dd-type     pic x(7).
         05 filler         pic x(1) value space.
         05 ws-dd-date     pic 9(8).
         05 filler         pic x(1) value space.
         05 ws-dd-note     pic x(47).

       01 ws-idle-detail.
         05 filler         pic x(2) value spaces.
         05 ws-id-id       pic x(6).
         05 filler         pic x(1) value space.
         05 ws-id-name     pic x(20).
         05 filler         pic x(1) value space.
         05 ws-id-phone    pic x(12).
         05 filler         pic x(1) value space.
         05 ws-id-email    pic x(30).
         05 filler         pic x(1) value space.
         05 ws-id-last     pic x(8).
         05 filler         pic x(50) value spaces.

      *> run-control severity and stamps for CONTACT-RUNCTL.LOG.
       01 ws-run-controls.
         05 ws-severity   pic 9(2) value zero.
         05 ws-stamp-date pic 9(8).
         05 ws-stamp-time pic 9(8).

           copy "RUNCTL-REC.cpy".

       procedure division.
       000-main.

           perform 050-write-run-start.
           perform 100-read-parm.
           perform 150-open-files.

           if not ws-master-missing and not ws-parm-bad
               perform 200-follow-ups-due
               perform 400-not-contacted
           end-if.

           perform 900-close-files.
           perform 950-write-run-end.

           goback.

       050-write-run-start.

      *> leave 12 standing in RETURN-CODE until the run finishes
      *> cleanly, so a rerun after a mid-run death shows as an abort.
           move 12 to return-code.

           open extend run-control.
           if ws-runctl-not-found
               open output run-control
           end-if.
           accept ws-stamp-date from date yyyymmdd.
           accept ws-stamp-time from time.
           move "PROGRAM25" to runctl-program.
           move "START" to runctl-event.
           move ws-stamp-date to runctl-date.
           move ws-stamp-time to runctl-time.
           move zero to runctl-in-count.
           move zero to runctl-out-count.
           move zero to runctl-severity.
           write runctl-line from runctl-rec.

      *> ---------------------------------------------------------
      *> 100 - the idle window in months from the first record of
      *> CONTACT-FOLLOWUP-PARM.DAT; no file or a blank one runs at
      *> the default, a zero or non-numeric value ends 08.  The
      *> cutoff is today moved back that many months, the same way
      *> Program17 finds its retention cutoff.
      *> ---------------------------------------------------------
       100-read-parm.

           move spaces to parm-line.

           open input followup-parm.
           if ws-parm-not-found
               continue
           else
               read followup-parm
                   at end
                       continue
                   not at end
                       continue
               end-read
               close followup-parm
           end-if.

           evaluate true
               when parm-months = spaces
                   continue
               when parm-months numeric and parm-months not = "000"
                   move parm-months to ws-idle-months
               when other
                   set ws-parm-bad to true
           end-evaluate.

           accept ws-run-date from date yyyymmdd.

           compute ws-total-months =
               (ws-run-yyyy * 12) + ws-run-mm - ws-idle-months.
           compute ws-cut-yyyy = (ws-total-months - 1) / 12.
           compute ws-cut-mm =
               ws-total-months - (ws-cut-yyyy * 12).
           move ws-run-dd to ws-cut-dd.

           move ws-run-date to ws-dn-date.
           perform 700-day-number.
           move ws-dn-result to ws-today-dn.

       150-open-files.

           open output followup-report.
           open output idle-report.

           move ws-run-date to ws-fh-date.
           write followup-line from spaces.
           write followup-line from ws-followup-heading.

           move ws-cutoff-date to ws-ih-date.
           move ws-idle-months to ws-ih-months.
           write idle-line from spaces.
           write idle-line from ws-idle-heading.

           if ws-parm-bad
               move "FOLLOWUP-PARM MONTHS ZERO OR NOT NUMERIC"
                   to idle-line
               write idle-line
           end-if.

           open input contact-master.
           if ws-master-not-found
               set ws-master-missing to true
               move "CONTACT-MASTER.DAT DOES NOT EXIST - NOTHING DONE"
                   to followup-line
               write followup-line
               move followup-line to idle-line
               write idle-line
           end-if.

      *> no interaction file yet just means nobody has logged any:
      *> nothing is due and every active contact is idle.
           open input interact-file.
           if ws-interact-not-found
               set ws-interact-missing to true
           end-if.

      *> ---------------------------------------------------------
      *> 200 - follow-ups falling due, grouped by the user who owes
      *> them, earliest first.
      *> ---------------------------------------------------------
       200-follow-ups-due.

           sort due-sort on ascending key ds-user ds-follow-up
                   ds-contact-id
               input procedure is 3000-release-due
                   thru 3099-release-due-exit
               giving due-out.

           move "N" to ws-sort-eof-flag.
           move "Y" to ws-first-group-flag.
           open input due-out.
           perform 210-print-one-due
               until ws-sort-eof.
           close due-out.

           if ws-first-group
               write followup-line from spaces
               move "  NOTHING DUE OR OVERDUE" to followup-line
               write followup-line
           else
               perform 230-write-user-total
           end-if.

       210-print-one-due.

           read due-out
               at end
                   set ws-sort-eof to true
               not at end
                   if do-user not = ws-current-user or ws-first-group
                       if not ws-first-group
                           perform 230-write-user-total
                       end-if
                       move "N" to ws-first-group-flag
                       move do-user to ws-current-user
                       move zero to ws-group-count
                       write followup-line from spaces
                       move spaces to followup-line
                       string
                           "USER: " delimited by size
                           do-user  delimited by size
                           into followup-line
                       end-string
                       write followup-line
                   end-if
                   add 1 to ws-group-count
                   perform 220-write-due-line
           end-read.

       220-write-due-line.

           move do-follow-up to ws-dn-date.
           perform 700-day-number.

           if ws-dn-result < ws-today-dn
               move "OVERDUE" to ws-dd-status
               compute ws-days-late = ws-today-dn - ws-dn-result
               add 1 to ws-overdue-count
           else
               move "DUE TODAY" to ws-dd-status
               move zero to ws-days-late
               add 1 to ws-due-count
           end-if.

           move do-follow-up to ws-dd-follow-up.
           move ws-days-late to ws-dd-late.
           move do-contact-id to ws-dd-id.
           move do-name to ws-dd-name.
           move do-phone to ws-dd-phone.
           evaluate do-type
               when "C"
                   move "CALL" to ws-dd-type
               when "E"
                   move "EMAIL" to ws-dd-type
               when "M"
                   move "MEETING" to ws-dd-type
               when "L"
                   move "LETTER" to ws-dd-type
               when other
                   move do-type to ws-dd-type
           end-evaluate.
           move do-date to ws-dd-date.
           move do-note to ws-dd-note.
           write followup-line from ws-due-detail.

       230-write-user-total.

           move spaces to followup-line.
           string
               "  FOLLOW-UPS FOR THIS USER: " delimited by size
               ws-group-count                 delimited by size
               into followup-line
           end-string.
           write followup-line.

      *> ---------------------------------------------------------
      *> 3000 - input procedure: walk the interaction file in key
      *> order holding each contact's latest record; when the
      *> contact changes, its held record's follow-up is released
      *> if it is due today or earlier and the contact is still on
      *> the master and active.
      *> ---------------------------------------------------------
       3000-release-due.

           move "N" to ws-held-flag.
           move "N" to ws-interact-eof-flag.

           if ws-interact-missing
               set ws-interact-eof to true
           else
               move low-values to interact-key
               start interact-file key >= interact-key
                   invalid key
                       set ws-interact-eof to true
               end-start
           end-if.

           perform 3010-read-one-interaction
               until ws-interact-eof.

           if ws-held
               perform 3020-release-held
           end-if.

       3099-release-due-exit.

           exit.

       3010-read-one-interaction.

           read interact-file next record
               at end
                   set ws-interact-eof to true
               not at end
                   if ws-held
                           and interact-contact-id
                               not = ws-held-contact-id
                       perform 3020-release-held
                   end-if
                   set ws-held to true
                   move interact-contact-id to ws-held-contact-id
                   move interact-date to ws-held-date
                   move interact-type to ws-held-type
                   move interact-user to ws-held-user
                   move interact-follow-up to ws-held-follow-up
                   move interact-note to ws-held-note
           end-read.

       3020-release-held.

           if ws-held-follow-up > zero
                   and ws-held-follow-up <= ws-run-date
               move ws-held-contact-id to contact-id
               read contact-master
                   invalid key
                       continue
                   not invalid key
                       if not contact-is-inactive
                           move ws-held-user to ds-user
                           move ws-held-follow-up to ds-follow-up
                           move ws-held-contact-id to ds-contact-id
                           move contact-name to ds-name
                           move contact-phone to ds-phone
                           move ws-held-type to ds-type
                           move ws-held-date to ds-date
                           move ws-held-note to ds-note
                           release ds-rec
                       end-if
               end-read
           end-if.

      *> ---------------------------------------------------------
      *> 400 - active contacts gone the whole window without an
      *> interaction, grouped by company and in name order.
      *> ---------------------------------------------------------
       400-not-contacted.

           sort idle-sort on ascending key is-company is-sort-name
                   is-contact-id
               input procedure is 4000-release-idle
                   thru 4099-release-idle-exit
               giving idle-out.

           move "N" to ws-sort-eof-flag.
           move "Y" to ws-first-group-flag.
           open input idle-out.
           perform 410-print-one-idle
               until ws-sort-eof.
           close idle-out.

           if ws-first-group
               write idle-line from spaces
               move "  EVERY ACTIVE CONTACT REACHED IN THE WINDOW"
                   to idle-line
               write idle-line
           else
               perform 430-write-company-total
           end-if.

       410-print-one-idle.

           read idle-out
               at end
                   set ws-sort-eof to true
               not at end
                   if io-company not = ws-current-company
                           or ws-first-group
                       if not ws-first-group
                           perform 430-write-company-total
                       end-if
                       move "N" to ws-first-group-flag
                       move io-company to ws-current-company
                       move zero to ws-group-count
                       write idle-line from spaces
                       move spaces to idle-line
                       string
                           "COMPANY: " delimited by size
                           io-company  delimited by size
                           into idle-line
                       end-string
                       write idle-line
                   end-if
                   add 1 to ws-group-count
                   add 1 to ws-idle-count
                   perform 420-write-idle-line
           end-read.

       420-write-idle-line.

           move io-contact-id to ws-id-id.
           move io-name to ws-id-name.
           move io-phone to ws-id-phone.
           move io-email to ws-id-email.
           if io-last-date = zero
               move "NEVER" to ws-id-last
           else
               move io-last-date to ws-id-last
           end-if.
           write idle-line from ws-idle-detail.

       430-write-company-total.

           move spaces to idle-line.
           string
               "  NOT CONTACTED IN GROUP: " delimited by size
               ws-group-count               delimited by size
               into idle-line
           end-string.
           write idle-line.

      *> ---------------------------------------------------------
      *> 4000 - input procedure: each active contact's latest
      *> interaction date, found by positioning on its first
      *> interaction and reading on while the ID holds; released
      *> when it is before the cutoff or there is none.
      *> ---------------------------------------------------------
       4000-release-idle.

           move "N" to ws-master-eof-flag.
           move low-values to contact-id.
           start contact-master key >= contact-id
               invalid key
                   set ws-master-eof to true
           end-start.

           perform 4010-check-one-contact
               until ws-master-eof.

       4099-release-idle-exit.

           exit.

       4010-check-one-contact.

           read contact-master next record
               at end
                   set ws-master-eof to true
               not at end
                   add 1 to ws-read-count
                   if not contact-is-inactive
                       perform 4020-find-last-date
                       if ws-last-date < ws-cutoff-date
                           move contact-company to is-company
                           move contact-sort-name to is-sort-name
                           move contact-id to is-contact-id
                           move contact-name to is-name
                           move contact-phone to is-phone
                           move contact-email to is-email
                           move ws-last-date to is-last-date
                           release is-rec
                       end-if
                   end-if
           end-read.

       4020-find-last-date.

           move zero to ws-last-date.
           move "N" to ws-history-done-flag.

           if ws-interact-missing
               set ws-history-done to true
           else
               move contact-id to interact-contact-id
               move zero to interact-date
               move zero to interact-time
               start interact-file key >= interact-key
                   invalid key
                       set ws-history-done to true
               end-start
           end-if.

           perform 4030-read-one-history
               until ws-history-done.

       4030-read-one-history.

           read interact-file next record
               at end
                   set ws-history-done to true
               not at end
                   if interact-contact-id = contact-id
                       move interact-date to ws-last-date
                   else
                       set ws-history-done to true
                   end-if
           end-read.

      *> ---------------------------------------------------------
      *> 700 - day number of ws-dn-date into ws-dn-result (zero for
      *> a date that is not a date), so two dates subtract to the
      *> days between them across month and year ends.
      *> ---------------------------------------------------------
       700-day-number.

           move zero to ws-dn-result.

           if ws-dn-date numeric and ws-dn-yyyy > zero
                   and ws-dn-mm > zero and ws-dn-mm < 13
               move ws-dn-yyyy to ws-dn-y
               move ws-dn-mm to ws-dn-m
               if ws-dn-m < 3
                   subtract 1 from ws-dn-y
                   add 12 to ws-dn-m
               end-if
               compute ws-dn-q4 = ws-dn-y / 4
               compute ws-dn-q100 = ws-dn-y / 100
               compute ws-dn-q400 = ws-dn-y / 400
               compute ws-dn-qm = (153 * (ws-dn-m - 3) + 2) / 5
               compute ws-dn-result =
                   (365 * ws-dn-y) + ws-dn-q4 - ws-dn-q100
                   + ws-dn-q400 + ws-dn-qm + ws-dn-dd
           end-if.

       900-close-files.

           write followup-line from spaces.
           move spaces to followup-line.
           string
               "TOTALS  OVERDUE="   delimited by size
               ws-overdue-count     delimited by size
               " DUE TODAY="        delimited by size
               ws-due-count         delimited by size
               into followup-line
           end-string.
           write followup-line.

           write idle-line from spaces.
           move spaces to idle-line.
           string
               "TOTALS  CONTACTS READ=" delimited by size
               ws-read-count            delimited by size
               " NOT CONTACTED="        delimited by size
               ws-idle-count            delimited by size
               into idle-line
           end-string.
           write idle-line.

           if not ws-master-missing
               close contact-master
           end-if.
           if not ws-interact-missing
               close interact-file
           end-if.
           close followup-report.
           close idle-report.

      *> ---------------------------------------------------------
      *> 950 - close out the run-control log and leave the run's
      *> severity in RETURN-CODE for the scheduler: 08 the master
      *> was missing or the parameter unusable, 04 follow-ups are
      *> overdue, 00 otherwise.
      *> ---------------------------------------------------------
       950-write-run-end.

           evaluate true
               when ws-master-missing or ws-parm-bad
                   move 8 to ws-severity
               when ws-overdue-count > 0
                   move 4 to ws-severity
               when other
                   move zero to ws-severity
           end-evaluate.

           accept ws-stamp-date from date yyyymmdd.
           accept ws-stamp-time from time.
           move "PROGRAM25" to runctl-program.
           move "END" to runctl-event.
           move ws-stamp-date to runctl-date.
           move ws-stamp-time to runctl-time.
           move ws-read-count to runctl-in-count.
           compute runctl-out-count =
               ws-overdue-count + ws-due-count + ws-idle-count.
           move ws-severity to runctl-severity.
           write runctl-line from runctl-rec.
           close run-control.

           move ws-severity to return-code.

       end program Program25.
