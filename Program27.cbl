       identification division.
       program-id. Program27 as "A1_ContactList.Program27".
       date-written. 2026-10-15.
       author. Ahmed Butt.

      *> modification-history.
      *> 2026-10-15  AB  new program: mailing-frequency report off
      *>                 the distribution history Program11 and
      *>                 Program15 keep on CONTACT-DIST-HIST.DAT.
      *>                 CONTACT-DIST-FREQ.OUT lists every contact
      *>                 sent more than N mailings in the last M
      *>                 months - M and N from
      *>                 CONTACT-DIST-FREQ-PARM.DAT, defaults 001 and
      *>                 003 - with each of those mailings under it
      *>                 (date, campaign, group, output and channel),
      *>                 so "why did they get three mailings this
      *>                 month?" has an answer.
      *> 2026-10-15  AB  vCards on the history are not mailings and
      *>                 no longer count toward the limit; the totals
      *>                 line shows how many were passed over.

       environment division.
       configuration section.

       input-output section.
       file-control.

           select freq-parm
               assign to
                   "../../../A1-ContactList/CONTACT-DIST-FREQ-PARM.DAT"
               organization is line sequential
               file status is ws-parm-status.

           select dist-history
               assign to "../../../A1-ContactList/CONTACT-DIST-HIST.DAT"
               organization is indexed
               access mode is sequential
               record key is dist-key
               alternate record key is dist-campaign-key
                   with duplicates
               file status is ws-dist-status.

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

           select freq-report
               assign to "../../../A1-ContactList/CONTACT-DIST-FREQ.OUT"
               organization is line sequential.

           select run-control
               assign to "../../../A1-ContactList/CONTACT-RUNCTL.LOG"
               organization is line sequential
               file status is ws-runctl-status.

       data division.
       file section.

       fd freq-parm
           data record is parm-line
           record contains 80 characters.

      *> the period in months back from today, then the number of
      *> mailings a contact may have in it before it is listed.
       01 parm-line.
           05 parm-months pic x(3).
           05 filler      pic x(1).
           05 parm-limit  pic x(3).
           05 filler      pic x(73).

       fd dist-history
           data record is dist-rec.

           copy "DISTHIST-REC.cpy".

       fd contact-master
           data record is contact-rec.

           copy "CONTACT-REC.cpy".

       fd freq-report
           data record is freq-line
           record contains 132 characters.

       01 freq-line pic x(132).

       fd run-control
           data record is runctl-line
           record contains 80 characters.

       01 runctl-line pic x(80).

       working-storage section.

       01 ws-parm-status pic xx.
         88 ws-parm-ok value "00".
         88 ws-parm-not-found value "35".

       01 ws-dist-status pic xx.
         88 ws-dist-ok value "00".
         88 ws-dist-not-found value "23" "35".

       01 ws-master-status pic xx.
         88 ws-master-ok value "00".
         88 ws-master-not-found value "23" "35".

       01 ws-runctl-status pic xx.
         88 ws-runctl-ok value "00".
         88 ws-runctl-not-found value "35".

       01 ws-flags.
         05 ws-parm-bad-flag pic x value "N".
           88 ws-parm-bad value "Y".
         05 ws-dist-missing-flag pic x value "N".
           88 ws-dist-missing value "Y".
         05 ws-master-missing-flag pic x value "N".
           88 ws-master-missing value "Y".
         05 ws-dist-eof-flag pic x value "N".
           88 ws-dist-eof value "Y".

       01 ws-counters.
         05 ws-read-count     pic 9(6) value zero.
         05 ws-period-count   pic 9(6) value zero.
         05 ws-vcard-count    pic 9(6) value zero.
         05 ws-listed-count   pic 9(6) value zero.

       01 ws-period-months pic 9(3) value 1.
       01 ws-mailing-limit pic 9(3) value 3.

      *> the start of the period: a mailing on or after this day
      *> counts.
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

      *> the mailings in the period of the contact being walked;
      *> the history is in contact order, so a change of contact ID
      *> closes the previous contact off.  More than the table holds
      *> are still counted.
       01 ws-held-work.
         05 ws-held-contact-id pic x(6) value spaces.
         05 ws-held-count      pic 9(4) value zero.
         05 ws-held-max        pic 9(4) value 100.
         05 ws-held-i          pic 9(4).
         05 ws-held-more       pic 9(4).
         05 ws-held-mailing occurs 100 times.
           10 ws-hm-date       pic 9(8).
           10 ws-hm-campaign   pic x(10).
           10 ws-hm-group      pic x(4).
           10 ws-hm-type       pic x(6).
           10 ws-hm-channel    pic x(6).
           10 ws-hm-value      pic x(30).

       01 ws-freq-heading.
         05 filler pic x(40)
             value "A1-CONTACTLIST CONTACTS SENT MORE THAN ".
         05 ws-fh-limit pic 9(3).
         05 filler pic x(16) value " MAILINGS SINCE ".
         05 ws-fh-date pic 9(8).
         05 filler pic x(2) value spaces.
         05 filler pic x(1) value "(".
         05 ws-fh-months pic 9(3).
         05 filler pic x(8) value " MONTHS)".
         05 filler pic x(51) value spaces.

       01 ws-contact-line.
         05 filler         pic x(2) value spaces.
         05 ws-cl-id       pic x(6).
         05 filler         pic x(1) value space.
         05 ws-cl-name     pic x(20).
         05 filler         pic x(1) value space.
         05 ws-cl-email    pic x(30).
         05 filler         pic x(11) value "  MAILINGS=".
         05 ws-cl-count    pic zzz9.
         05 filler         pic x(57) value spaces.

       01 ws-mailing-line.
         05 filler         pic x(6) value spaces.
         05 ws-ml-date     pic 9(8).
         05 filler         pic x(1) value space.
         05 ws-ml-campaign pic x(10).
         05 filler         pic x(1) value space.
         05 ws-ml-group    pic x(4).
         05 filler         pic x(1) value space.
         05 ws-ml-type     pic x(6).
         05 filler         pic x(1) value space.
         05 ws-ml-channel  pic x(6).
         05 filler         pic x(1) value space.
         05 ws-ml-value    pic x(30).
         05 filler         pic x(57) value spaces.

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

           if not ws-dist-missing and not ws-parm-bad
               perform 200-read-one-mailing
                   until ws-dist-eof
               perform 300-close-contact
               perform 400-write-totals
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
           move "PROGRAM27" to runctl-program.
           move "START" to runctl-event.
           move ws-stamp-date to runctl-date.
           move ws-stamp-time to runctl-time.
           move zero to runctl-in-count.
           move zero to runctl-out-count.
           move zero to runctl-severity.
           write runctl-line from runctl-rec.

      *> ---------------------------------------------------------
      *> 100 - the period in months and the mailing limit from the
      *> first record of CONTACT-DIST-FREQ-PARM.DAT; no file or a
      *> blank field runs at the default, a zero or non-numeric
      *> period or a non-numeric limit ends 08.  The period starts
      *> today moved back that many months, the same way Program25
      *> finds its idle cutoff.
      *> ---------------------------------------------------------
       100-read-parm.

           move spaces to parm-line.

           open input freq-parm.
           if ws-parm-not-found
               continue
           else
               read freq-parm
                   at end
                       continue
                   not at end
                       continue
               end-read
               close freq-parm
           end-if.

           evaluate true
               when parm-months = spaces
                   continue
               when parm-months numeric and parm-months not = "000"
                   move parm-months to ws-period-months
               when other
                   set ws-parm-bad to true
           end-evaluate.

           evaluate true
               when parm-limit = spaces
                   continue
               when parm-limit numeric
                   move parm-limit to ws-mailing-limit
               when other
                   set ws-parm-bad to true
           end-evaluate.

           accept ws-run-date from date yyyymmdd.

           compute ws-total-months =
               (ws-run-yyyy * 12) + ws-run-mm - ws-period-months.
           compute ws-cut-yyyy = (ws-total-months - 1) / 12.
           compute ws-cut-mm =
               ws-total-months - (ws-cut-yyyy * 12).
           move ws-run-dd to ws-cut-dd.

       150-open-files.

           open output freq-report.

           move ws-mailing-limit to ws-fh-limit.
           move ws-cutoff-date to ws-fh-date.
           move ws-period-months to ws-fh-months.
           write freq-line from spaces.
           write freq-line from ws-freq-heading.
           write freq-line from spaces.

           if ws-parm-bad
               move "DIST-FREQ-PARM MONTHS OR LIMIT NOT USABLE"
                   to freq-line
               write freq-line
           end-if.

      *> no history yet just means no outbound run has written one.
           open input dist-history.
           if ws-dist-not-found
               set ws-dist-missing to true
               move "  NO DISTRIBUTION HISTORY YET - NOTHING TO REPORT"
                   to freq-line
               write freq-line
           end-if.

      *> the master only supplies the name and email on the report;
      *> a contact purged or merged away still lists by its ID.
           open input contact-master.
           if ws-master-not-found
               set ws-master-missing to true
           end-if.

       200-read-one-mailing.

           read dist-history
               at end
                   set ws-dist-eof to true
               not at end
                   add 1 to ws-read-count
                   if dist-contact-id not = ws-held-contact-id
                       perform 300-close-contact
                       move dist-contact-id to ws-held-contact-id
                   end-if
      *> a vCard is not a mailing (Program15 never leaves one out
      *> on campaign), so it does not count toward the limit.
                   if dist-run-date >= ws-cutoff-date
                           and dist-run-date <= ws-run-date
                       if dist-is-vcard
                           add 1 to ws-vcard-count
                       else
                           add 1 to ws-period-count
                           perform 250-hold-mailing
                       end-if
                   end-if
           end-read.

       250-hold-mailing.

           add 1 to ws-held-count.
           if ws-held-count <= ws-held-max
               move dist-run-date    to ws-hm-date(ws-held-count)
               move dist-campaign-id to ws-hm-campaign(ws-held-count)
               move dist-group-id    to ws-hm-group(ws-held-count)
               move dist-output-type to ws-hm-type(ws-held-count)
               move dist-channel     to ws-hm-channel(ws-held-count)
               move dist-channel-value
                   to ws-hm-value(ws-held-count)
           end-if.

      *> ---------------------------------------------------------
      *> 300 - the held contact is complete: list it with its
      *> mailings if it had more than the limit in the period, then
      *> start afresh for the next.
      *> ---------------------------------------------------------
       300-close-contact.

           if ws-held-count > ws-mailing-limit
               perform 310-write-contact
           end-if.

           move zero to ws-held-count.

       310-write-contact.

           add 1 to ws-listed-count.

           move spaces to ws-cl-name.
           move spaces to ws-cl-email.
           if not ws-master-missing
               move ws-held-contact-id to contact-id
               read contact-master
                   invalid key
                       move "(NOT ON MASTER)" to ws-cl-name
                   not invalid key
                       move contact-name to ws-cl-name
                       move contact-email to ws-cl-email
               end-read
           end-if.
           move ws-held-contact-id to ws-cl-id.
           move ws-held-count to ws-cl-count.
           write freq-line from ws-contact-line.

           perform 320-write-mailing
               varying ws-held-i from 1 by 1
               until ws-held-i > ws-held-count
                   or ws-held-i > ws-held-max.

           if ws-held-count > ws-held-max
               compute ws-held-more = ws-held-count - ws-held-max
               move spaces to freq-line
               string
                   "      ... AND " delimited by size
                   ws-held-more     delimited by size
                   " MORE"          delimited by size
                   into freq-line
               end-string
               write freq-line
           end-if.

       320-write-mailing.

           move ws-hm-date(ws-held-i)     to ws-ml-date.
           move ws-hm-campaign(ws-held-i) to ws-ml-campaign.
           move ws-hm-group(ws-held-i)    to ws-ml-group.
           move ws-hm-type(ws-held-i)     to ws-ml-type.
           move ws-hm-channel(ws-held-i)  to ws-ml-channel.
           move ws-hm-value(ws-held-i)    to ws-ml-value.
           write freq-line from ws-mailing-line.

       400-write-totals.

           if ws-listed-count = zero
               move "  NOBODY OVER THE LIMIT IN THE PERIOD"
                   to freq-line
               write freq-line
           end-if.

           write freq-line from spaces.
           move spaces to freq-line.
           string
               "TOTALS  HISTORY READ=" delimited by size
               ws-read-count           delimited by size
               " IN PERIOD="           delimited by size
               ws-period-count         delimited by size
               " VCARDS NOT COUNTED="  delimited by size
               ws-vcard-count          delimited by size
               " CONTACTS LISTED="     delimited by size
               ws-listed-count         delimited by size
               into freq-line
           end-string.
           write freq-line.

       900-close-files.

           if not ws-dist-missing
               close dist-history
           end-if.
           if not ws-master-missing
               close contact-master
           end-if.
           close freq-report.

      *> ---------------------------------------------------------
      *> 950 - close out the run-control log and leave the run's
      *> severity in RETURN-CODE for the scheduler: 08 the
      *> parameter was unusable, 00 clean - including the night
      *> before any outbound run has written history.
      *> ---------------------------------------------------------
       950-write-run-end.

           if ws-parm-bad
               move 8 to ws-severity
           else
               move zero to ws-severity
           end-if.

           accept ws-stamp-date from date yyyymmdd.
           accept ws-stamp-time from time.
           move "PROGRAM27" to runctl-program.
           move "END" to runctl-event.
           move ws-stamp-date to runctl-date.
           move ws-stamp-time to runctl-time.
           move ws-read-count to runctl-in-count.
           move ws-listed-count to runctl-out-count.
           move ws-severity to runctl-severity.
           write runctl-line from runctl-rec.
           close run-control.

           move ws-severity to return-code.

       end program Program27.
