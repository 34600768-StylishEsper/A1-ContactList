       identification division.
       program-id. Program22 as "A1_ContactList.Program22".
       date-written. 2026-10-15.
       author. Ahmed Butt.

      *> modification-history.
      *> 2026-10-15  AB  new program: approvals report.  Lists every
      *>                 DELETE, MERGE and INACTIVATE Program4 is
      *>                 holding on CONTACT-PENDING.DAT for a second
      *>                 person, with its age in days and its
      *>                 submitter, then every decided item from
      *>                 CONTACT-APPROVAL-HIST.DAT with who approved
      *>                 or declined it and how long it waited.
      *>                 Writes CONTACT-APPROVALS.OUT.  An item
      *>                 waiting longer than a week ends the run 04
      *>                 so it shows on the morning digest.  Run
      *>                 after Program4.

       environment division.
       configuration section.

       input-output section.
       file-control.

           select pending-file
               assign to "../../../A1-ContactList/CONTACT-PENDING.DAT"
               organization is line sequential
               file status is ws-pend-status.

           select approval-hist
               assign to
                   "../../../A1-ContactList/CONTACT-APPROVAL-HIST.DAT"
               organization is line sequential
               file status is ws-hist-status.

           select approvals-report
               assign to "../../../A1-ContactList/CONTACT-APPROVALS.OUT"
               organization is line sequential.

           select run-control
               assign to "../../../A1-ContactList/CONTACT-RUNCTL.LOG"
               organization is line sequential
               file status is ws-runctl-status.

       data division.
       file section.

       fd pending-file
           data record is pend-rec.

           copy "PENDING-REC.cpy".

      *> the history file carries the same PENDING-REC image with
      *> the decision filled in.
       fd approval-hist
           data record is hist-line
           record contains 289 characters.

       01 hist-line pic x(289).

       fd approvals-report
           data record is report-line
           record contains 132 characters.

       01 report-line pic x(132).

       fd run-control
           data record is runctl-line
           record contains 80 characters.

       01 runctl-line pic x(80).

       working-storage section.

       01 ws-pend-status pic xx.
         88 ws-pend-ok value "00".
         88 ws-pend-not-found value "35".

       01 ws-hist-status pic xx.
         88 ws-hist-ok value "00".
         88 ws-hist-not-found value "35".

       01 ws-runctl-status pic xx.
         88 ws-runctl-ok value "00".
         88 ws-runctl-not-found value "35".

       01 ws-flags.
         05 ws-pend-eof-flag pic x value "N".
           88 ws-pend-eof value "Y".
         05 ws-hist-eof-flag pic x value "N".
           88 ws-hist-eof value "Y".

       01 ws-counters.
         05 ws-open-count     pic 9(6) value zero.
         05 ws-overdue-count  pic 9(6) value zero.
         05 ws-approved-count pic 9(6) value zero.
         05 ws-declined-count pic 9(6) value zero.

      *> an item older than this many days is called out as overdue.
       01 ws-overdue-days pic 9(3) value 7.

      *> day-number work for the ages: 700 turns a yyyymmdd date
      *> into a running day count so two dates subtract to days.
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
         05 ws-held-dn      pic 9(7).
         05 ws-age-days     pic 9(5).

      *> the history record re-read at PENDING-REC's offsets.
           copy "PENDING-REC.cpy"
               replacing ==pend-rec==          by ==ws-hist-rec==
                         ==pend-status==
                             by ==ws-hist-item-status==
                         ==pend-is-open==       by ==ws-hist-is-open==
                         ==pend-is-approved==
                             by ==ws-hist-is-approved==
                         ==pend-is-declined==
                             by ==ws-hist-is-declined==
                         ==pend-held-date==     by ==ws-hist-held-date==
                         ==pend-held-time==     by ==ws-hist-held-time==
                         ==pend-decided-by==
                             by ==ws-hist-decided-by==
                         ==pend-decided-date==
                             by ==ws-hist-decided-date==
                         ==pend-decided-time==
                             by ==ws-hist-decided-time==
                         ==pend-trans==         by ==ws-hist-trans==
                         ==pend-code==          by ==ws-hist-code==
                         ==pend-id==            by ==ws-hist-id==
                         ==pend-name==          by ==ws-hist-name==
                         ==pend-email==         by ==ws-hist-email==
                         ==pend-phone==         by ==ws-hist-phone==
                         ==pend-company==       by ==ws-hist-company==
                         ==pend-addr1==         by ==ws-hist-addr1==
                         ==pend-addr2==         by ==ws-hist-addr2==
                         ==pend-city==          by ==ws-hist-city==
                         ==pend-state==         by ==ws-hist-state==
                         ==pend-postal==        by ==ws-hist-postal==
                         ==pend-merge-id==      by ==ws-hist-merge-id==
                         ==pend-no-email==      by ==ws-hist-no-email==
                         ==pend-no-phone==      by ==ws-hist-no-phone==
                         ==pend-no-postal==
                             by ==ws-hist-no-postal==
                         ==pend-submitter==
                             by ==ws-hist-submitter==
                         ==pend-approver==      by ==ws-hist-approver==.

       01 ws-heading.
         05 filler pic x(40)
             value "A1-CONTACTLIST MAINTENANCE APPROVALS AS ".
         05 filler pic x(3) value "OF ".
         05 ws-heading-date pic 9(8).
         05 filler pic x(81) value spaces.

      *> one open item.
       01 ws-open-line.
         05 filler          pic x(2) value spaces.
         05 ws-ol-code      pic x(1).
         05 filler          pic x(2) value spaces.
         05 ws-ol-id        pic x(6).
         05 filler          pic x(2) value spaces.
         05 ws-ol-merge-id  pic x(6).
         05 filler          pic x(2) value spaces.
         05 ws-ol-held-date pic 9(8).
         05 filler          pic x(2) value spaces.
         05 ws-ol-age       pic zzzz9.
         05 filler          pic x(2) value spaces.
         05 ws-ol-submitter pic x(20).
         05 filler          pic x(2) value spaces.
         05 ws-ol-note      pic x(20).
         05 filler          pic x(52) value spaces.

      *> one decided item.
       01 ws-done-line.
         05 filler          pic x(2) value spaces.
         05 ws-dl-code      pic x(1).
         05 filler          pic x(2) value spaces.
         05 ws-dl-id        pic x(6).
         05 filler          pic x(2) value spaces.
         05 ws-dl-merge-id  pic x(6).
         05 filler          pic x(2) value spaces.
         05 ws-dl-held-date pic 9(8).
         05 filler          pic x(2) value spaces.
         05 ws-dl-age       pic zzzz9.
         05 filler          pic x(2) value spaces.
         05 ws-dl-submitter pic x(20).
         05 filler          pic x(2) value spaces.
         05 ws-dl-decision  pic x(8).
         05 filler          pic x(2) value spaces.
         05 ws-dl-decided-by pic x(20).
         05 filler          pic x(2) value spaces.
         05 ws-dl-decided-date pic 9(8).
         05 filler          pic x(32) value spaces.

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
           perform 200-list-open-items.
           perform 300-list-decisions.
           perform 800-write-totals.
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
           move "PROGRAM22" to runctl-program.
           move "START" to runctl-event.
           move ws-stamp-date to runctl-date.
           move ws-stamp-time to runctl-time.
           move zero to runctl-in-count.
           move zero to runctl-out-count.
           move zero to runctl-severity.
           write runctl-line from runctl-rec.

      *> ---------------------------------------------------------
      *> 100 - either file may be absent: no pending file means
      *> nothing is waiting, no history file means nothing has been
      *> decided yet.  Both are ordinary, not errors.
      *> ---------------------------------------------------------
       100-open-files.

           open output approvals-report.

           move ws-stamp-date to ws-heading-date.
           write report-line from spaces.
           write report-line from ws-heading.

           move ws-stamp-date to ws-dn-date.
           perform 700-day-number.
           move ws-dn-result to ws-today-dn.

           open input pending-file.
           if ws-pend-not-found
               set ws-pend-eof to true
           end-if.

           open input approval-hist.
           if ws-hist-not-found
               set ws-hist-eof to true
           end-if.

      *> ---------------------------------------------------------
      *> 200 - what is waiting for a second person, aged from the
      *> day it was held to today.
      *> ---------------------------------------------------------
       200-list-open-items.

           write report-line from spaces.
           move "WAITING FOR APPROVAL" to report-line.
           write report-line.
           move spaces to report-line.
           string
               "  C  ID      MERGE   HELD      AGE DAYS  "
                   delimited by size
               "SUBMITTED BY"  delimited by size
               into report-line
           end-string.
           write report-line.

           perform 250-report-one-open
               until ws-pend-eof.

           if ws-open-count = zero
               move "  NOTHING WAITING" to report-line
               write report-line
           end-if.

       250-report-one-open.

           read pending-file
               at end
                   set ws-pend-eof to true
               not at end
                   if pend-is-open
                       perform 260-write-open-line
                   end-if
           end-read.

       260-write-open-line.

           add 1 to ws-open-count.

           move pend-held-date to ws-dn-date.
           perform 700-day-number.
           move ws-dn-result to ws-held-dn.
           if ws-held-dn > zero and ws-today-dn > ws-held-dn
               compute ws-age-days = ws-today-dn - ws-held-dn
           else
               move zero to ws-age-days
           end-if.

           move pend-code to ws-ol-code.
           move pend-id to ws-ol-id.
           move pend-merge-id to ws-ol-merge-id.
           move pend-held-date to ws-ol-held-date.
           move ws-age-days to ws-ol-age.
           move pend-submitter to ws-ol-submitter.
           if ws-age-days > ws-overdue-days
               move "OVERDUE" to ws-ol-note
               add 1 to ws-overdue-count
           else
               move spaces to ws-ol-note
           end-if.

           write report-line from ws-open-line.

      *> ---------------------------------------------------------
      *> 300 - every decision on file, with who made it and how
      *> long the item waited for it.
      *> ---------------------------------------------------------
       300-list-decisions.

           write report-line from spaces.
           move "DECIDED" to report-line.
           write report-line.
           move spaces to report-line.
           string
               "  C  ID      MERGE   HELD      WAITED    "
                   delimited by size
               "SUBMITTED BY          DECISION  "
                   delimited by size
               "DECIDED BY            ON"
                   delimited by size
               into report-line
           end-string.
           write report-line.

           perform 350-report-one-decision
               until ws-hist-eof.

           if ws-approved-count = zero and ws-declined-count = zero
               move "  NOTHING DECIDED" to report-line
               write report-line
           end-if.

       350-report-one-decision.

           read approval-hist into ws-hist-rec
               at end
                   set ws-hist-eof to true
               not at end
                   if ws-hist-is-approved or ws-hist-is-declined
                       perform 360-write-decision-line
                   end-if
           end-read.

       360-write-decision-line.

           move ws-hist-held-date to ws-dn-date.
           perform 700-day-number.
           move ws-dn-result to ws-held-dn.
           move ws-hist-decided-date to ws-dn-date.
           perform 700-day-number.
           if ws-held-dn > zero and ws-dn-result > ws-held-dn
               compute ws-age-days = ws-dn-result - ws-held-dn
           else
               move zero to ws-age-days
           end-if.

           move ws-hist-code to ws-dl-code.
           move ws-hist-id to ws-dl-id.
           move ws-hist-merge-id to ws-dl-merge-id.
           move ws-hist-held-date to ws-dl-held-date.
           move ws-age-days to ws-dl-age.
           move ws-hist-submitter to ws-dl-submitter.
           move ws-hist-decided-by to ws-dl-decided-by.
           move ws-hist-decided-date to ws-dl-decided-date.
           if ws-hist-is-approved
               move "APPROVED" to ws-dl-decision
               add 1 to ws-approved-count
           else
               move "DECLINED" to ws-dl-decision
               add 1 to ws-declined-count
           end-if.

           write report-line from ws-done-line.

      *> ---------------------------------------------------------
      *> 700 - day number of ws-dn-date, counting March as the
      *> first month so the leap day falls at the end of the year:
      *> 365 a year plus the leap days so far plus the days of the
      *> months already gone.  Each quotient is truncated on its own
      *> before the sum.  A date that is not a date gives zero.
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

       800-write-totals.

           write report-line from spaces.
           move spaces to report-line.
           string
               "TOTALS  WAITING="   delimited by size
               ws-open-count        delimited by size
               " OVERDUE="          delimited by size
               ws-overdue-count     delimited by size
               " APPROVED="         delimited by size
               ws-approved-count    delimited by size
               " DECLINED="         delimited by size
               ws-declined-count    delimited by size
               into report-line
           end-string.
           write report-line.

       900-close-files.

           if not ws-pend-not-found
               close pending-file
           end-if.
           if not ws-hist-not-found
               close approval-hist
           end-if.
           close approvals-report.

      *> ---------------------------------------------------------
      *> 950 - close out the run-control log: 04 something has
      *> waited more than a week for its second person, 00
      *> otherwise.
      *> ---------------------------------------------------------
       950-write-run-end.

           if ws-overdue-count > zero
               move 4 to ws-severity
           else
               move zero to ws-severity
           end-if.

           accept ws-stamp-date from date yyyymmdd.
           accept ws-stamp-time from time.
           move "PROGRAM22" to runctl-program.
           move "END" to runctl-event.
           move ws-stamp-date to runctl-date.
           move ws-stamp-time to runctl-time.
           compute runctl-in-count =
               ws-open-count + ws-approved-count + ws-declined-count.
           move ws-open-count to runctl-out-count.
           move ws-severity to runctl-severity.
           write runctl-line from runctl-rec.
           close run-control.

           move ws-severity to return-code.

       end program Program22.
