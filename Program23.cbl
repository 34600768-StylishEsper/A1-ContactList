       identification division.
       program-id. Program23 as "A1_ContactList.Program23".
       date-written. 2026-10-15.
       author. Ahmed Butt.

      *> modification-history.
      *> 2026-10-15  AB  new program: probable-duplicate matching.
      *>                 Program9 only sees exact duplicates; this run
      *>                 scores pairs of contacts on similar names
      *>                 (same-sounding surname with the same first
      *>                 name, a nickname of it or its initial), on
      *>                 phone digits with the punctuation ignored, on
      *>                 the email address or just its local part, and
      *>                 on the street address.  Candidate pairs come
      *>                 from sorting match keys (surname sound code,
      *>                 phone digits, email local part, postal code)
      *>                 so only contacts sharing a key are compared,
      *>                 however large the master grows.  Pairs at or
      *>                 over the CONTACT-MATCH-PARM.DAT threshold
      *>                 (default 050) print side by side with their
      *>                 reasons on CONTACT-MATCH.OUT and go on
      *>                 CONTACT-MATCH-REVIEW.DAT for a reviewer to
      *>                 mark.  On the next run an accepted pair is
      *>                 written to CONTACT-TRANS.DAT as a ready-made
      *>                 MERGE with the reviewer as submitter, and a
      *>                 rejected pair is remembered on
      *>                 CONTACT-MATCH-NOTDUP.DAT so it is never
      *>                 proposed again.  Run ahead of Program4.
      *> 2026-10-15  AB  declare the master's new alternate keys
      *>                 (email, sort name, company) so the file opens
      *>                 with its full key definition.
      *> 2026-10-15  AB  the key pass's master read moves below the
      *>                 sort input procedure's exit, so the master
      *>                 is not read again past its end; the bad
      *>                 threshold message is upper case like the
      *>                 rest of the report.

       environment division.
       configuration section.

       input-output section.
       file-control.

           select match-parm
               assign to
                   "../../../A1-ContactList/CONTACT-MATCH-PARM.DAT"
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

           select review-file
               assign to
                   "../../../A1-ContactList/CONTACT-MATCH-REVIEW.DAT"
               organization is line sequential
               file status is ws-review-status.

           select notdup-file
               assign to
                   "../../../A1-ContactList/CONTACT-MATCH-NOTDUP.DAT"
               organization is indexed
               access mode is random
               record key is nd-key
               file status is ws-notdup-status.

           select pending-file
               assign to "../../../A1-ContactList/CONTACT-PENDING.DAT"
               organization is line sequential
               file status is ws-pend-status.

           select contact-trans
               assign to "../../../A1-ContactList/CONTACT-TRANS.DAT"
               organization is line sequential
               file status is ws-trans-status.

           select key-sort
               assign to "../../../A1-ContactList/SORTWORK6.TMP".

           select key-out
               assign to "../../../A1-ContactList/SORTOUT6.TMP"
               organization is line sequential.

           select pair-work
               assign to "../../../A1-ContactList/MATCHPAIR.TMP"
               organization is line sequential.

           select pair-sort
               assign to "../../../A1-ContactList/SORTWORK7.TMP".

           select pair-out
               assign to "../../../A1-ContactList/SORTOUT7.TMP"
               organization is line sequential.

           select match-report
               assign to "../../../A1-ContactList/CONTACT-MATCH.OUT"
               organization is line sequential.

           select run-control
               assign to "../../../A1-ContactList/CONTACT-RUNCTL.LOG"
               organization is line sequential
               file status is ws-runctl-status.

       data division.
       file section.

       fd match-parm
           data record is parm-line
           record contains 80 characters.

       01 parm-line.
           05 parm-threshold pic x(3).
           05 filler         pic x(77).

       fd contact-master
           data record is contact-rec.

           copy "CONTACT-REC.cpy".

       fd review-file
           data record is match-rec.

           copy "MATCH-REC.cpy".

      *> a pair a reviewer has said are two different people, kept
      *> lower ID first so either order finds it.
       fd notdup-file
           data record is nd-rec.

       01 nd-rec.
           05 nd-key.
               10 nd-low-id  pic x(6).
               10 nd-high-id pic x(6).
           05 filler         pic x(1).
           05 nd-date        pic 9(8).
           05 filler         pic x(1).
           05 nd-reviewer    pic x(20).
           05 filler         pic x(38).

       fd pending-file
           data record is pend-rec.

           copy "PENDING-REC.cpy".

       fd contact-trans
           data record is trans-rec.

           copy "TRANS-REC.cpy".

       sd key-sort.

       01 sk-rec.
           05 sk-key pic x(31).
           05 sk-id  pic x(6).

       fd key-out
           data record is ko-rec.

       01 ko-rec.
           05 ko-key pic x(31).
           05 ko-id  pic x(6).

       fd pair-work
           data record is pw-rec.

       01 pw-rec.
           05 pw-low-id  pic x(6).
           05 pw-high-id pic x(6).

       sd pair-sort.

       01 ps-rec.
           05 ps-low-id  pic x(6).
           05 ps-high-id pic x(6).

       fd pair-out
           data record is po-rec.

       01 po-rec.
           05 po-low-id  pic x(6).
           05 po-high-id pic x(6).

       fd match-report
           data record is report-line
           record contains 132 characters.

       01 report-line pic x(132).

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

       01 ws-review-status pic xx.
         88 ws-review-ok value "00".
         88 ws-review-not-found value "35".

       01 ws-notdup-status pic xx.
         88 ws-notdup-ok value "00".
         88 ws-notdup-not-found value "23" "35".

       01 ws-pend-status pic xx.
         88 ws-pend-ok value "00".
         88 ws-pend-not-found value "35".

       01 ws-trans-status pic xx.
         88 ws-trans-ok value "00".
         88 ws-trans-not-found value "35".

       01 ws-runctl-status pic xx.
         88 ws-runctl-ok value "00".
         88 ws-runctl-not-found value "35".

       01 ws-flags.
         05 ws-parm-bad-flag pic x value "N".
           88 ws-parm-bad value "Y".
         05 ws-master-missing-flag pic x value "N".
           88 ws-master-missing value "Y".
         05 ws-master-eof-flag pic x value "N".
           88 ws-master-eof value "Y".
         05 ws-review-eof-flag pic x value "N".
           88 ws-review-eof value "Y".
         05 ws-pend-eof-flag pic x value "N".
           88 ws-pend-eof value "Y".
         05 ws-key-eof-flag pic x value "N".
           88 ws-key-eof value "Y".
         05 ws-pair-eof-flag pic x value "N".
           88 ws-pair-eof value "Y".
         05 ws-block-full-flag pic x value "N".
           88 ws-block-full value "Y".
         05 ws-skip-pair-flag pic x value "N".
           88 ws-skip-pair value "Y".
         05 ws-sx-stop-flag pic x value "N".
           88 ws-sx-stop value "Y".

       01 ws-counters.
         05 ws-read-count      pic 9(6) value zero.
         05 ws-key-count       pic 9(6) value zero.
         05 ws-pair-count      pic 9(6) value zero.
         05 ws-proposed-count  pic 9(6) value zero.
         05 ws-accepted-count  pic 9(6) value zero.
         05 ws-notdup-count    pic 9(6) value zero.
         05 ws-known-count     pic 9(6) value zero.
         05 ws-review-err-count pic 9(6) value zero.
         05 ws-bigblock-count  pic 9(6) value zero.

      *> the score a pair must reach to be proposed.
       01 ws-threshold pic 9(3) value 50.

      *> contacts already on their way to a merge - the retiring ID
      *> of every MERGE waiting on CONTACT-PENDING.DAT and of every
      *> pair accepted this run - are not proposed again.
       01 ws-merging-table.
         05 ws-mrg-count pic 9(4) value zero.
         05 ws-mrg-id occurs 999 times pic x(6).

       01 ws-merging-work.
         05 ws-mrg-ix     pic 9(4).
         05 ws-mrg-probe  pic x(6).
         05 ws-mrg-found-flag pic x value "N".
           88 ws-mrg-found value "Y".

      *> one block of contacts sharing a match key.  Every contact in
      *> a block is paired with every other; a block past the table
      *> size (a very common surname) compares its first 100 only.
       01 ws-block-table.
         05 ws-blk-key   pic x(31).
         05 ws-blk-count pic 9(4) value zero.
         05 ws-blk-id occurs 100 times pic x(6).

       01 ws-block-work.
         05 ws-blk-ix    pic 9(4).

       01 ws-prev-pair.
         05 ws-prev-low-id  pic x(6).
         05 ws-prev-high-id pic x(6).

      *> the two contacts being compared (side 1 and side 2), as
      *> read from the master.  The key pass uses side 1 only.
       01 ws-side pic 9(1).
       01 ws-surv-side pic 9(1).
       01 ws-ret-side pic 9(1).

       01 ws-side-recs.
         05 ws-sr occurs 2 times.
           10 ws-sr-id          pic x(6).
           10 ws-sr-name        pic x(20).
           10 ws-sr-email       pic x(30).
           10 ws-sr-phone       pic x(12).
           10 ws-sr-sort-name   pic x(20).
           10 ws-sr-company     pic x(20).
           10 ws-sr-addr1       pic x(30).
           10 ws-sr-addr2       pic x(30).
           10 ws-sr-city        pic x(20).
           10 ws-sr-state       pic x(2).
           10 ws-sr-postal      pic x(10).
           10 ws-sr-status      pic x(1).
             88 ws-sr-is-inactive value "I".
           10 ws-sr-status-date pic 9(8).
           10 ws-sr-no-email    pic x(1).
           10 ws-sr-no-phone    pic x(1).
           10 ws-sr-no-postal   pic x(1).

      *> the compare forms derived from each side by 6000.
       01 ws-pair-derived.
         05 ws-pd occurs 2 times.
           10 ws-pd-name-fold   pic x(20).
           10 ws-pd-surname     pic x(20).
           10 ws-pd-first       pic x(20).
           10 ws-pd-first-canon pic x(20).
           10 ws-pd-sndx        pic x(4).
           10 ws-pd-first-sndx  pic x(4).
           10 ws-pd-digits      pic x(15).
           10 ws-pd-digit-count pic 9(2).
           10 ws-pd-email-fold  pic x(30).
           10 ws-pd-email-local pic x(30).
           10 ws-pd-addr-norm   pic x(30).
           10 ws-pd-postal-norm pic x(30).
           10 ws-pd-city-fold   pic x(20).

       01 ws-derive-work.
         05 ws-dv-i         pic 9(2).
         05 ws-dv-char      pic x(1).
         05 ws-dv-digits    pic x(15).
         05 ws-norm-in      pic x(30).
         05 ws-norm-out     pic x(30).
         05 ws-norm-o       pic 9(2).

      *> sound code: the first letter, then the digits of the next
      *> consonant groups, vowels separating repeats, H and W not.
       01 ws-soundex-work.
         05 ws-sx-in     pic x(20).
         05 ws-sx-map    pic x(20).
         05 ws-sx-code   pic x(4).
         05 ws-sx-char   pic x(1).
         05 ws-sx-digit  pic x(1).
         05 ws-sx-prev   pic x(1).
         05 ws-sx-i      pic 9(2).
         05 ws-sx-out    pic 9(1).

      *> common short forms of first names and the name each stands
      *> for, so Ed matches Edward and Bill matches William.
       01 ws-nick-values.
         05 filler pic x(22) value "AL        ALBERT      ".
         05 filler pic x(22) value "ABBY      ABIGAIL     ".
         05 filler pic x(22) value "ALEX      ALEXANDER   ".
         05 filler pic x(22) value "ANDY      ANDREW      ".
         05 filler pic x(22) value "BECKY     REBECCA     ".
         05 filler pic x(22) value "BEN       BENJAMIN    ".
         05 filler pic x(22) value "BETH      ELIZABETH   ".
         05 filler pic x(22) value "BETTY     ELIZABETH   ".
         05 filler pic x(22) value "BILL      WILLIAM     ".
         05 filler pic x(22) value "BILLY     WILLIAM     ".
         05 filler pic x(22) value "BOB       ROBERT      ".
         05 filler pic x(22) value "BOBBY     ROBERT      ".
         05 filler pic x(22) value "CATHY     KATHERINE   ".
         05 filler pic x(22) value "CATHERINE KATHERINE   ".
         05 filler pic x(22) value "CHRIS     CHRISTOPHER ".
         05 filler pic x(22) value "DAN       DANIEL      ".
         05 filler pic x(22) value "DANNY     DANIEL      ".
         05 filler pic x(22) value "DAVE      DAVID       ".
         05 filler pic x(22) value "DEB       DEBORAH     ".
         05 filler pic x(22) value "DEBBIE    DEBORAH     ".
         05 filler pic x(22) value "DICK      RICHARD     ".
         05 filler pic x(22) value "ED        EDWARD      ".
         05 filler pic x(22) value "EDDIE     EDWARD      ".
         05 filler pic x(22) value "FRED      FREDERICK   ".
         05 filler pic x(22) value "GREG      GREGORY     ".
         05 filler pic x(22) value "HANK      HENRY       ".
         05 filler pic x(22) value "HARRY     HENRY       ".
         05 filler pic x(22) value "JACK      JOHN        ".
         05 filler pic x(22) value "JEN       JENNIFER    ".
         05 filler pic x(22) value "JENNY     JENNIFER    ".
         05 filler pic x(22) value "JIM       JAMES       ".
         05 filler pic x(22) value "JIMMY     JAMES       ".
         05 filler pic x(22) value "JOE       JOSEPH      ".
         05 filler pic x(22) value "JOHNNY    JOHN        ".
         05 filler pic x(22) value "JON       JONATHAN    ".
         05 filler pic x(22) value "KATE      KATHERINE   ".
         05 filler pic x(22) value "KATHY     KATHERINE   ".
         05 filler pic x(22) value "LARRY     LAWRENCE    ".
         05 filler pic x(22) value "LEN       LEONARD     ".
         05 filler pic x(22) value "LIZ       ELIZABETH   ".
         05 filler pic x(22) value "MAGGIE    MARGARET    ".
         05 filler pic x(22) value "MANDY     AMANDA      ".
         05 filler pic x(22) value "MATT      MATTHEW     ".
         05 filler pic x(22) value "MEG       MARGARET    ".
         05 filler pic x(22) value "MIKE      MICHAEL     ".
         05 filler pic x(22) value "NATE      NATHAN      ".
         05 filler pic x(22) value "NICK      NICHOLAS    ".
         05 filler pic x(22) value "PAT       PATRICIA    ".
         05 filler pic x(22) value "PEGGY     MARGARET    ".
         05 filler pic x(22) value "PETE      PETER       ".
         05 filler pic x(22) value "PHIL      PHILIP      ".
         05 filler pic x(22) value "RAY       RAYMOND     ".
         05 filler pic x(22) value "RICH      RICHARD     ".
         05 filler pic x(22) value "RICK      RICHARD     ".
         05 filler pic x(22) value "ROB       ROBERT      ".
         05 filler pic x(22) value "RON       RONALD      ".
         05 filler pic x(22) value "SAM       SAMUEL      ".
         05 filler pic x(22) value "STEVE     STEPHEN     ".
         05 filler pic x(22) value "STEVEN    STEPHEN     ".
         05 filler pic x(22) value "SUE       SUSAN       ".
         05 filler pic x(22) value "TED       EDWARD      ".
         05 filler pic x(22) value "TIM       TIMOTHY     ".
         05 filler pic x(22) value "TOM       THOMAS      ".
         05 filler pic x(22) value "TONY      ANTHONY     ".
         05 filler pic x(22) value "VICKY     VICTORIA    ".
         05 filler pic x(22) value "WILL      WILLIAM     ".
       01 ws-nick-table redefines ws-nick-values.
         05 ws-nick-entry occurs 66 times.
           10 ws-nick-short pic x(10).
           10 ws-nick-full  pic x(12).

       01 ws-nick-work.
         05 ws-nick-count pic 9(3) value 66.
         05 ws-nick-ix    pic 9(3).
         05 ws-nick-found pic 9(3) value zero.

      *> the score of the pair under test and why.
       01 ws-score-work.
         05 ws-score        pic 9(3) value zero.
         05 ws-reasons      pic x(48).
         05 ws-reason-ptr   pic 9(2) value 1.
         05 ws-reason-word  pic x(16).
         05 ws-reason-points pic 9(3).

       01 ws-reviewer-work.
         05 ws-merge-survivor pic x(6).
         05 ws-merge-retiring pic x(6).

       01 ws-heading.
         05 filler pic x(41)
             value "A1-CONTACTLIST PROBABLE DUPLICATES AS OF ".
         05 ws-heading-date pic 9(8).
         05 filler pic x(12) value "  THRESHOLD ".
         05 ws-heading-threshold pic 9(3).
         05 filler pic x(68) value spaces.

      *> one row of the side-by-side print: label, kept contact,
      *> retiring contact.
       01 ws-side-line.
         05 filler        pic x(2) value spaces.
         05 ws-sl-label   pic x(10).
         05 ws-sl-left    pic x(40).
         05 filler        pic x(2) value spaces.
         05 ws-sl-right   pic x(40).
         05 filler        pic x(38) value spaces.

       01 ws-side-text pic x(40).
       01 ws-pair-number pic 9(4) value zero.

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

           if not ws-parm-bad
               perform 150-open-files
               if not ws-master-missing
                   perform 200-apply-reviews
                   perform 250-load-pending-merges
                   perform 300-build-candidates
                   perform 500-score-candidates
               end-if
               perform 900-close-files
           end-if.

           perform 800-write-totals.
           close match-report.
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
           move "PROGRAM23" to runctl-program.
           move "START" to runctl-event.
           move ws-stamp-date to runctl-date.
           move ws-stamp-time to runctl-time.
           move zero to runctl-in-count.
           move zero to runctl-out-count.
           move zero to runctl-severity.
           write runctl-line from runctl-rec.

           open output match-report.

      *> ---------------------------------------------------------
      *> 100 - the score threshold from CONTACT-MATCH-PARM.DAT.  No
      *> file or a blank one runs at the default; a value that is
      *> zero or not numeric is a keying slip and ends 08 with
      *> nothing done, reviews included.
      *> ---------------------------------------------------------
       100-read-parm.

           move spaces to parm-line.

           open input match-parm.
           if ws-parm-not-found
               continue
           else
               read match-parm
                   at end
                       continue
                   not at end
                       continue
               end-read
               close match-parm
           end-if.

           evaluate true
               when parm-threshold = spaces
                   continue
               when parm-threshold numeric
                       and parm-threshold not = "000"
                   move parm-threshold to ws-threshold
               when other
                   set ws-parm-bad to true
           end-evaluate.

           move ws-stamp-date to ws-heading-date.
           move ws-threshold to ws-heading-threshold.
           write report-line from spaces.
           write report-line from ws-heading.
           write report-line from spaces.

           if ws-parm-bad
               move spaces to report-line
               string
                   "MATCH-PARM THRESHOLD ZERO OR NOT NUMERIC - "
                       delimited by size
                   "NOTHING MATCHED" delimited by size
                   into report-line
               end-string
               write report-line
           end-if.

       150-open-files.

           open input contact-master.
           if ws-master-not-found
               set ws-master-missing to true
               move "CONTACT-MASTER.DAT DOES NOT EXIST - NOTHING DONE"
                   to report-line
               write report-line
           end-if.

           open i-o notdup-file.
           if ws-notdup-not-found
               open output notdup-file
               close notdup-file
               open i-o notdup-file
           end-if.

      *> ---------------------------------------------------------
      *> 200 - act on last run's proposals as the reviewer marked
      *> them.  An accepted pair joins today's batch as a MERGE
      *> under the reviewer's name, so Program4 checks the
      *> reviewer's authority and holds it for a second person like
      *> any other merge.  The review file is rewritten by 500.
      *> ---------------------------------------------------------
       200-apply-reviews.

           open input review-file.
           if ws-review-not-found
               set ws-review-eof to true
           else
               move "REVIEWED PAIRS FROM THE LAST RUN" to report-line
               write report-line
           end-if.

           perform 210-apply-one-review
               until ws-review-eof.

           if not ws-review-not-found
               close review-file
               write report-line from spaces
           end-if.

       210-apply-one-review.

           read review-file
               at end
                   set ws-review-eof to true
               not at end
                   evaluate true
                       when match-accept or match-accept-swap
                           perform 220-submit-merge
                       when match-not-dup
                           perform 230-record-not-dup
                       when match-decision = space
                           continue
                       when other
                           add 1 to ws-review-err-count
                           move spaces to report-line
                           string
                               "  UNKNOWN DECISION " delimited by size
                               match-decision       delimited by size
                               " ON "               delimited by size
                               match-survivor-id    delimited by size
                               "/"                  delimited by size
                               match-retiring-id    delimited by size
                               " - USE Y, S OR N"   delimited by size
                               into report-line
                           end-string
                           write report-line
                   end-evaluate
           end-read.

       220-submit-merge.

           if match-accept-swap
               move match-retiring-id to ws-merge-survivor
               move match-survivor-id to ws-merge-retiring
           else
               move match-survivor-id to ws-merge-survivor
               move match-retiring-id to ws-merge-retiring
           end-if.

           if match-reviewer = spaces
               add 1 to ws-review-err-count
               move spaces to report-line
               string
                   "  ACCEPTED WITHOUT A REVIEWER - NOT SUBMITTED "
                       delimited by size
                   ws-merge-survivor delimited by size
                   " <- "            delimited by size
                   ws-merge-retiring delimited by size
                   into report-line
               end-string
               write report-line
           else
               open extend contact-trans
               if ws-trans-not-found
                   open output contact-trans
               end-if
               move spaces to trans-rec
               move "M" to trans-code
               move ws-merge-survivor to trans-id
               move ws-merge-retiring to trans-merge-id
               move match-reviewer to trans-submitter
               write trans-rec
               close contact-trans
               add 1 to ws-accepted-count
               if ws-mrg-count < 999
                   add 1 to ws-mrg-count
                   move ws-merge-retiring to ws-mrg-id(ws-mrg-count)
               end-if
               move spaces to report-line
               string
                   "  MERGE SUBMITTED  KEEP " delimited by size
                   ws-merge-survivor         delimited by size
                   " RETIRE "                delimited by size
                   ws-merge-retiring         delimited by size
                   " REVIEWED BY "           delimited by size
                   match-reviewer            delimited by size
                   into report-line
               end-string
               write report-line
           end-if.

       230-record-not-dup.

           move spaces to nd-rec.
           if match-survivor-id < match-retiring-id
               move match-survivor-id to nd-low-id
               move match-retiring-id to nd-high-id
           else
               move match-retiring-id to nd-low-id
               move match-survivor-id to nd-high-id
           end-if.
           move ws-stamp-date to nd-date.
           move match-reviewer to nd-reviewer.

           write nd-rec
               invalid key
                   continue
               not invalid key
                   add 1 to ws-notdup-count
           end-write.

           move spaces to report-line.
           string
               "  NOT DUPLICATES   "  delimited by size
               match-survivor-id      delimited by size
               " / "                  delimited by size
               match-retiring-id      delimited by size
               " REVIEWED BY "        delimited by size
               match-reviewer         delimited by size
               into report-line
           end-string.
           write report-line.

      *> ---------------------------------------------------------
      *> 250 - a merge already waiting for its second person is not
      *> proposed again while it waits.
      *> ---------------------------------------------------------
       250-load-pending-merges.

           open input pending-file.
           if ws-pend-not-found
               set ws-pend-eof to true
           end-if.

           perform 260-load-one-pending
               until ws-pend-eof.

           if not ws-pend-not-found
               close pending-file
           end-if.

       260-load-one-pending.

           read pending-file
               at end
                   set ws-pend-eof to true
               not at end
                   if pend-is-open and pend-code = "M"
                           and ws-mrg-count < 999
                       add 1 to ws-mrg-count
                       move pend-merge-id to ws-mrg-id(ws-mrg-count)
                   end-if
           end-read.

      *> ---------------------------------------------------------
      *> 300 - every contact releases one record per match key it
      *> has; sorting on the key brings the contacts that share one
      *> together, and each such block is paired off in 400.  The
      *> pairs are then sorted so a pair found under several keys
      *> is scored once.
      *> ---------------------------------------------------------
       300-build-candidates.

           sort key-sort on ascending key sk-key sk-id
               input procedure is 3000-release-keys
                   thru 3099-release-exit
               giving key-out.

           open output pair-work.
           open input key-out.
           move spaces to ws-blk-key.
           move zero to ws-blk-count.
           perform 400-pair-one-key
               until ws-key-eof.
           close key-out.
           close pair-work.

           sort pair-sort on ascending key ps-low-id ps-high-id
               using pair-work
               giving pair-out.

      *> ---------------------------------------------------------
      *> 3000 - input procedure: the match keys of one contact.
      *> N surname sound code, P phone digits, E email local part,
      *> A postal code - or B the street line when there is none.
      *> ---------------------------------------------------------
       3000-release-keys.

           move low-values to contact-id.
           start contact-master key >= contact-id
               invalid key
                   set ws-master-eof to true
           end-start.

           perform 3010-release-one-contact
               until ws-master-eof.

       3099-release-exit.

           exit.

       3010-release-one-contact.

           read contact-master next record
               at end
                   set ws-master-eof to true
               not at end
                   add 1 to ws-read-count
                   move 1 to ws-side
                   move contact-rec to ws-sr(1)
                   perform 6000-derive-side
                   perform 3020-release-contact-keys
           end-read.

       3020-release-contact-keys.

           if ws-pd-sndx(1) not = spaces
               move spaces to sk-rec
               string "N" ws-pd-sndx(1) delimited by size
                   into sk-key
               end-string
               move ws-sr-id(1) to sk-id
               release sk-rec
               add 1 to ws-key-count
           end-if.

           if ws-pd-digit-count(1) >= 7
               move spaces to sk-rec
               string "P" ws-pd-digits(1) delimited by size
                   into sk-key
               end-string
               move ws-sr-id(1) to sk-id
               release sk-rec
               add 1 to ws-key-count
           end-if.

           if ws-pd-email-local(1)(3:1) not = space
               move spaces to sk-rec
               string "E" ws-pd-email-local(1) delimited by size
                   into sk-key
               end-string
               move ws-sr-id(1) to sk-id
               release sk-rec
               add 1 to ws-key-count
           end-if.

           evaluate true
               when ws-pd-postal-norm(1) not = spaces
                   move spaces to sk-rec
                   string "A" ws-pd-postal-norm(1) delimited by size
                       into sk-key
                   end-string
                   move ws-sr-id(1) to sk-id
                   release sk-rec
                   add 1 to ws-key-count
               when ws-pd-addr-norm(1) not = spaces
                   move spaces to sk-rec
                   string "B" ws-pd-addr-norm(1) delimited by size
                       into sk-key
                   end-string
                   move ws-sr-id(1) to sk-id
                   release sk-rec
                   add 1 to ws-key-count
           end-evaluate.

      *> ---------------------------------------------------------
      *> 400 - pair each contact with the ones before it in the same
      *> key block, lower ID first.
      *> ---------------------------------------------------------
       400-pair-one-key.

           read key-out
               at end
                   set ws-key-eof to true
               not at end
                   if ko-key not = ws-blk-key
                       move ko-key to ws-blk-key
                       move zero to ws-blk-count
                       move "N" to ws-block-full-flag
                   end-if
                   perform 410-add-to-block
           end-read.

       410-add-to-block.

           if ws-blk-count < 100
               perform 420-pair-with-block-member
                   varying ws-blk-ix from 1 by 1
                   until ws-blk-ix > ws-blk-count
               add 1 to ws-blk-count
               move ko-id to ws-blk-id(ws-blk-count)
           else
               if not ws-block-full
                   set ws-block-full to true
                   add 1 to ws-bigblock-count
                   move spaces to report-line
                   string
                       "MATCH KEY "   delimited by size
                       ws-blk-key     delimited by space
                       " SHARED BY OVER 100 CONTACTS - FIRST 100 "
                           delimited by size
                       "COMPARED ON IT" delimited by size
                       into report-line
                   end-string
                   write report-line
               end-if
           end-if.

       420-pair-with-block-member.

           if ws-blk-id(ws-blk-ix) < ko-id
               move ws-blk-id(ws-blk-ix) to pw-low-id
               move ko-id to pw-high-id
               write pw-rec
           end-if.

      *> ---------------------------------------------------------
      *> 500 - score each distinct candidate pair and propose the
      *> ones that reach the threshold.  The review file is
      *> rewritten with this run's proposals.
      *> ---------------------------------------------------------
       500-score-candidates.

           open output review-file.
           move "PROBABLE DUPLICATES" to report-line.
           write report-line.

           move spaces to ws-prev-pair.
           open input pair-out.
           perform 510-score-one-pair
               until ws-pair-eof.
           close pair-out.
           close review-file.

           if ws-proposed-count = zero
               move "  NONE AT OR OVER THE THRESHOLD" to report-line
               write report-line
           end-if.

       510-score-one-pair.

           read pair-out
               at end
                   set ws-pair-eof to true
               not at end
                   if po-low-id not = ws-prev-low-id
                           or po-high-id not = ws-prev-high-id
                       move po-low-id to ws-prev-low-id
                       move po-high-id to ws-prev-high-id
                       add 1 to ws-pair-count
                       perform 520-consider-pair
                   end-if
           end-read.

       520-consider-pair.

           move "N" to ws-skip-pair-flag.

           move po-low-id to nd-low-id.
           move po-high-id to nd-high-id.
           read notdup-file
               invalid key
                   continue
               not invalid key
                   set ws-skip-pair to true
                   add 1 to ws-known-count
           end-read.

           if not ws-skip-pair
               move po-low-id to ws-mrg-probe
               perform 530-check-merging
               move po-high-id to ws-mrg-probe
               perform 530-check-merging
           end-if.

           if not ws-skip-pair
               move po-low-id to contact-id
               read contact-master
                   invalid key
                       set ws-skip-pair to true
                   not invalid key
                       move 1 to ws-side
                       move contact-rec to ws-sr(1)
                       perform 6000-derive-side
               end-read
           end-if.

           if not ws-skip-pair
               move po-high-id to contact-id
               read contact-master
                   invalid key
                       set ws-skip-pair to true
                   not invalid key
                       move 2 to ws-side
                       move contact-rec to ws-sr(2)
                       perform 6000-derive-side
               end-read
           end-if.

           if not ws-skip-pair
               perform 5300-score-pair
               if ws-score >= ws-threshold
                   perform 5500-propose-pair
               end-if
           end-if.

       530-check-merging.

           move "N" to ws-mrg-found-flag.
           perform 535-match-one-merging
               varying ws-mrg-ix from 1 by 1
               until ws-mrg-ix > ws-mrg-count or ws-mrg-found.
           if ws-mrg-found
               set ws-skip-pair to true
           end-if.

       535-match-one-merging.

           if ws-mrg-id(ws-mrg-ix) = ws-mrg-probe
               set ws-mrg-found to true
           end-if.

      *> ---------------------------------------------------------
      *> 5300 - the score.  Name: the same name 40, a same-sounding
      *> surname with the same, nickname, initial or same-sounding
      *> first name 30, the surname alone 10.  Phone digits 30.
      *> Email 35, or its local part alone 20.  Street line with
      *> the same postal code or city 25.
      *> ---------------------------------------------------------
       5300-score-pair.

           move zero to ws-score.
           move spaces to ws-reasons.
           move 1 to ws-reason-ptr.

           evaluate true
               when ws-pd-name-fold(1) not = spaces
                       and ws-pd-name-fold(1) = ws-pd-name-fold(2)
                   move "NAME-EXACT" to ws-reason-word
                   move 40 to ws-reason-points
                   perform 5390-add-reason
               when ws-pd-sndx(1) = spaces
                       or ws-pd-sndx(1) not = ws-pd-sndx(2)
                   continue
               when ws-pd-first(1) not = spaces
                       and ws-pd-first(1) = ws-pd-first(2)
                   move "NAME-SOUNDEX" to ws-reason-word
                   move 30 to ws-reason-points
                   perform 5390-add-reason
               when ws-pd-first-canon(1) not = spaces
                       and ws-pd-first-canon(1) = ws-pd-first-canon(2)
                   move "NAME-NICKNAME" to ws-reason-word
                   move 30 to ws-reason-points
                   perform 5390-add-reason
               when ws-pd-first(1) not = spaces
                       and ws-pd-first(2) not = spaces
                       and ws-pd-first(1)(1:1) = ws-pd-first(2)(1:1)
                       and (ws-pd-first(1)(2:1) = space
                            or ws-pd-first(2)(2:1) = space)
                   move "NAME-INITIAL" to ws-reason-word
                   move 30 to ws-reason-points
                   perform 5390-add-reason
               when ws-pd-first-sndx(1) not = spaces
                       and ws-pd-first-sndx(1) = ws-pd-first-sndx(2)
                   move "NAME-SOUNDEX" to ws-reason-word
                   move 30 to ws-reason-points
                   perform 5390-add-reason
               when other
                   move "SURNAME" to ws-reason-word
                   move 10 to ws-reason-points
                   perform 5390-add-reason
           end-evaluate.

           if ws-pd-digit-count(1) >= 7
                   and ws-pd-digits(1) = ws-pd-digits(2)
               move "PHONE-DIGITS" to ws-reason-word
               move 30 to ws-reason-points
               perform 5390-add-reason
           end-if.

           evaluate true
               when ws-pd-email-fold(1) not = spaces
                       and ws-pd-email-fold(1) = ws-pd-email-fold(2)
                   move "EMAIL" to ws-reason-word
                   move 35 to ws-reason-points
                   perform 5390-add-reason
               when ws-pd-email-local(1)(3:1) not = space
                       and ws-pd-email-local(1) = ws-pd-email-local(2)
                   move "EMAIL-LOCAL" to ws-reason-word
                   move 20 to ws-reason-points
                   perform 5390-add-reason
           end-evaluate.

           if ws-pd-addr-norm(1) not = spaces
                   and ws-pd-addr-norm(1) = ws-pd-addr-norm(2)
                   and ((ws-pd-postal-norm(1) not = spaces
                         and ws-pd-postal-norm(1)
                             = ws-pd-postal-norm(2))
                     or (ws-pd-city-fold(1) not = spaces
                         and ws-pd-city-fold(1)
                             = ws-pd-city-fold(2)))
               move "ADDRESS" to ws-reason-word
               move 25 to ws-reason-points
               perform 5390-add-reason
           end-if.

       5390-add-reason.

           add ws-reason-points to ws-score.
           string
               ws-reason-word delimited by space
               " "            delimited by size
               into ws-reasons
               with pointer ws-reason-ptr
           end-string.

      *> ---------------------------------------------------------
      *> 5500 - propose the pair: an active contact is kept over an
      *> inactive one, otherwise the older (lower) ID is kept.
      *> ---------------------------------------------------------
       5500-propose-pair.

           if ws-sr-is-inactive(1) and not ws-sr-is-inactive(2)
               move 2 to ws-surv-side
               move 1 to ws-ret-side
           else
               move 1 to ws-surv-side
               move 2 to ws-ret-side
           end-if.

           add 1 to ws-proposed-count.
           add 1 to ws-pair-number.

           move spaces to match-rec.
           move ws-sr-id(ws-surv-side) to match-survivor-id.
           move ws-sr-id(ws-ret-side) to match-retiring-id.
           move ws-score to match-score.
           move ws-sr-name(ws-surv-side) to match-survivor-name.
           move ws-sr-name(ws-ret-side) to match-retiring-name.
           move ws-reasons to match-reasons.
           write match-rec.

           perform 5600-print-pair.

       5600-print-pair.

           write report-line from spaces.
           move spaces to report-line.
           string
               "  PAIR "      delimited by size
               ws-pair-number delimited by size
               "  SCORE "     delimited by size
               ws-score       delimited by size
               "  "           delimited by size
               ws-reasons     delimited by size
               into report-line
           end-string.
           write report-line.

           move spaces to ws-sl-label.
           move spaces to ws-sl-left.
           move spaces to ws-sl-right.
           string "KEEP   " ws-sr-id(ws-surv-side)
               delimited by size into ws-sl-left
           end-string.
           string "RETIRE " ws-sr-id(ws-ret-side)
               delimited by size into ws-sl-right
           end-string.
           write report-line from ws-side-line.

           move "NAME" to ws-sl-label.
           move ws-sr-name(ws-surv-side) to ws-sl-left.
           move ws-sr-name(ws-ret-side) to ws-sl-right.
           write report-line from ws-side-line.

           move "EMAIL" to ws-sl-label.
           move ws-sr-email(ws-surv-side) to ws-sl-left.
           move ws-sr-email(ws-ret-side) to ws-sl-right.
           write report-line from ws-side-line.

           move "PHONE" to ws-sl-label.
           move ws-sr-phone(ws-surv-side) to ws-sl-left.
           move ws-sr-phone(ws-ret-side) to ws-sl-right.
           write report-line from ws-side-line.

           move "COMPANY" to ws-sl-label.
           move ws-sr-company(ws-surv-side) to ws-sl-left.
           move ws-sr-company(ws-ret-side) to ws-sl-right.
           write report-line from ws-side-line.

           move "ADDRESS" to ws-sl-label.
           move ws-sr-addr1(ws-surv-side) to ws-sl-left.
           move ws-sr-addr1(ws-ret-side) to ws-sl-right.
           write report-line from ws-side-line.

           move spaces to ws-sl-label.
           move ws-sr-addr2(ws-surv-side) to ws-sl-left.
           move ws-sr-addr2(ws-ret-side) to ws-sl-right.
           write report-line from ws-side-line.

           move ws-surv-side to ws-side.
           perform 5650-city-line-text.
           move ws-side-text to ws-sl-left.
           move ws-ret-side to ws-side.
           perform 5650-city-line-text.
           move ws-side-text to ws-sl-right.
           write report-line from ws-side-line.

           move "STATUS" to ws-sl-label.
           move ws-surv-side to ws-side.
           perform 5660-status-text.
           move ws-side-text to ws-sl-left.
           move ws-ret-side to ws-side.
           perform 5660-status-text.
           move ws-side-text to ws-sl-right.
           write report-line from ws-side-line.

       5650-city-line-text.

           move spaces to ws-side-text.
           string
               ws-sr-city(ws-side)   delimited by "  "
               " "                   delimited by size
               ws-sr-state(ws-side)  delimited by size
               " "                   delimited by size
               ws-sr-postal(ws-side) delimited by size
               into ws-side-text
           end-string.

       5660-status-text.

           move spaces to ws-side-text.
           if ws-sr-is-inactive(ws-side)
               string
                   "INACTIVE SINCE "          delimited by size
                   ws-sr-status-date(ws-side) delimited by size
                   into ws-side-text
               end-string
           else
               move "ACTIVE" to ws-side-text
           end-if.

      *> ---------------------------------------------------------
      *> 6000 - the compare forms of ws-sr(ws-side): upper-cased
      *> name, surname and first name off the "Last, First" sort
      *> name, their sound codes, the first name's full form, the
      *> phone's digits, the lower-cased email and its local part,
      *> and the street line and postal code reduced to letters and
      *> digits.
      *> ---------------------------------------------------------
       6000-derive-side.

           move ws-sr-name(ws-side) to ws-pd-name-fold(ws-side).
           inspect ws-pd-name-fold(ws-side)
               converting "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           move spaces to ws-pd-surname(ws-side).
           move spaces to ws-pd-first(ws-side).
           if ws-sr-sort-name(ws-side) not = spaces
               unstring ws-sr-sort-name(ws-side) delimited by ", "
                   into ws-pd-surname(ws-side) ws-pd-first(ws-side)
               end-unstring
           else
               move spaces to ws-sx-map
               unstring ws-pd-name-fold(ws-side) delimited by all space
                   into ws-pd-first(ws-side) ws-pd-surname(ws-side)
                        ws-sx-map
               end-unstring
               if ws-sx-map not = spaces
                   move ws-sx-map to ws-pd-surname(ws-side)
               end-if
               if ws-pd-surname(ws-side) = spaces
                   move ws-pd-first(ws-side) to ws-pd-surname(ws-side)
                   move spaces to ws-pd-first(ws-side)
               end-if
           end-if.
           inspect ws-pd-surname(ws-side)
               converting "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           inspect ws-pd-first(ws-side)
               converting "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move spaces to ws-sx-in.
           unstring ws-pd-first(ws-side) delimited by all space
               into ws-sx-in
           end-unstring.
           move ws-sx-in to ws-pd-first(ws-side).
           if ws-pd-first(ws-side)(2:1) = "."
               move space to ws-pd-first(ws-side)(2:1)
           end-if.

           move ws-pd-surname(ws-side) to ws-sx-in.
           perform 6100-sound-code.
           move ws-sx-code to ws-pd-sndx(ws-side).
           move ws-pd-first(ws-side) to ws-sx-in.
           perform 6100-sound-code.
           move ws-sx-code to ws-pd-first-sndx(ws-side).

           perform 6200-first-name-form.
           perform 6300-phone-digits.

           move ws-sr-email(ws-side) to ws-pd-email-fold(ws-side).
           inspect ws-pd-email-fold(ws-side)
               converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       to "abcdefghijklmnopqrstuvwxyz".
           move spaces to ws-pd-email-local(ws-side).
           unstring ws-pd-email-fold(ws-side) delimited by "@"
               into ws-pd-email-local(ws-side)
           end-unstring.

           move ws-sr-addr1(ws-side) to ws-norm-in.
           perform 6400-letters-and-digits.
           move ws-norm-out to ws-pd-addr-norm(ws-side).
           move ws-sr-postal(ws-side) to ws-norm-in.
           perform 6400-letters-and-digits.
           move ws-norm-out to ws-pd-postal-norm(ws-side).

           move ws-sr-city(ws-side) to ws-pd-city-fold(ws-side).
           inspect ws-pd-city-fold(ws-side)
               converting "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *> ---------------------------------------------------------
      *> 6100 - sound code of ws-sx-in (upper case) into
      *> ws-sx-code: its first letter, then up to three digits for
      *> the consonant groups that follow, so Bigalo, Bigallo and
      *> Bygalo all code B240.  Blank when it does not start with a
      *> letter.
      *> ---------------------------------------------------------
       6100-sound-code.

           move spaces to ws-sx-code.

           if ws-sx-in(1:1) alphabetic and ws-sx-in(1:1) not = space
               move ws-sx-in to ws-sx-map
               inspect ws-sx-map
                   converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                           to "01230120022455012623010202"
               move ws-sx-in(1:1) to ws-sx-code(1:1)
               move ws-sx-map(1:1) to ws-sx-prev
               move 1 to ws-sx-out
               move "N" to ws-sx-stop-flag
               perform 6110-sound-code-one-char
                   varying ws-sx-i from 2 by 1
                   until ws-sx-i > 20 or ws-sx-out = 4 or ws-sx-stop
               inspect ws-sx-code replacing all space by "0"
           end-if.

       6110-sound-code-one-char.

           move ws-sx-in(ws-sx-i:1) to ws-sx-char.
           move ws-sx-map(ws-sx-i:1) to ws-sx-digit.

           evaluate true
               when ws-sx-char = space
                   set ws-sx-stop to true
               when ws-sx-char = "H" or ws-sx-char = "W"
                   continue
               when ws-sx-char alphabetic
                   if ws-sx-digit not = "0"
                           and ws-sx-digit not = ws-sx-prev
                       add 1 to ws-sx-out
                       move ws-sx-digit to ws-sx-code(ws-sx-out:1)
                   end-if
                   move ws-sx-digit to ws-sx-prev
               when other
                   continue
           end-evaluate.

      *> ---------------------------------------------------------
      *> 6200 - the full form of the first name off the nickname
      *> table; a name not on the table stands for itself.
      *> ---------------------------------------------------------
       6200-first-name-form.

           move ws-pd-first(ws-side) to ws-pd-first-canon(ws-side).
           move zero to ws-nick-found.
           perform 6210-match-one-nickname
               varying ws-nick-ix from 1 by 1
               until ws-nick-ix > ws-nick-count or ws-nick-found > 0.

       6210-match-one-nickname.

           if ws-nick-short(ws-nick-ix) = ws-pd-first(ws-side)
               move ws-nick-full(ws-nick-ix)
                   to ws-pd-first-canon(ws-side)
               move ws-nick-ix to ws-nick-found
           end-if.

      *> ---------------------------------------------------------
      *> 6300 - the phone's digits with every separator dropped; a
      *> leading long-distance 1 on an 11-digit number is dropped
      *> too, so 1-416-555-0100 and (416) 555.0100 agree.
      *> ---------------------------------------------------------
       6300-phone-digits.

           move spaces to ws-pd-digits(ws-side).
           move zero to ws-pd-digit-count(ws-side).

           perform 6310-take-one-digit
               varying ws-dv-i from 1 by 1
               until ws-dv-i > 12.

           if ws-pd-digit-count(ws-side) = 11
                   and ws-pd-digits(ws-side)(1:1) = "1"
               move ws-pd-digits(ws-side)(2:10) to ws-dv-digits
               move ws-dv-digits to ws-pd-digits(ws-side)
               move 10 to ws-pd-digit-count(ws-side)
           end-if.

       6310-take-one-digit.

           move ws-sr-phone(ws-side)(ws-dv-i:1) to ws-dv-char.
           if ws-dv-char numeric
               add 1 to ws-pd-digit-count(ws-side)
               move ws-dv-char to
                   ws-pd-digits(ws-side)(ws-pd-digit-count(ws-side):1)
           end-if.

      *> ---------------------------------------------------------
      *> 6400 - ws-norm-in upper-cased with everything but letters
      *> and digits squeezed out, into ws-norm-out.
      *> ---------------------------------------------------------
       6400-letters-and-digits.

           inspect ws-norm-in
               converting "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move spaces to ws-norm-out.
           move zero to ws-norm-o.

           perform 6410-keep-one-char
               varying ws-dv-i from 1 by 1
               until ws-dv-i > 30.

       6410-keep-one-char.

           move ws-norm-in(ws-dv-i:1) to ws-dv-char.
           if (ws-dv-char alphabetic and ws-dv-char not = space)
                   or ws-dv-char numeric
               add 1 to ws-norm-o
               move ws-dv-char to ws-norm-out(ws-norm-o:1)
           end-if.

       800-write-totals.

           write report-line from spaces.
           move spaces to report-line.
           string
               "TOTALS  CONTACTS="  delimited by size
               ws-read-count        delimited by size
               " PAIRS SCORED="     delimited by size
               ws-pair-count        delimited by size
               " PROPOSED="         delimited by size
               ws-proposed-count    delimited by size
               " ALREADY REVIEWED=" delimited by size
               ws-known-count       delimited by size
               into report-line
           end-string.
           write report-line.

           move spaces to report-line.
           string
               "REVIEWS MERGES SUBMITTED=" delimited by size
               ws-accepted-count          delimited by size
               " NOT DUPLICATES="         delimited by size
               ws-notdup-count            delimited by size
               " IN ERROR="               delimited by size
               ws-review-err-count        delimited by size
               into report-line
           end-string.
           write report-line.

       900-close-files.

           if not ws-master-missing
               close contact-master
           end-if.
           close notdup-file.

      *> ---------------------------------------------------------
      *> 950 - close out the run-control log: 08 the master was
      *> missing or the threshold unusable, 04 pairs wait for review
      *> or a review mark could not be acted on, 00 nothing found.
      *> ---------------------------------------------------------
       950-write-run-end.

           evaluate true
               when ws-master-missing or ws-parm-bad
                   move 8 to ws-severity
               when ws-proposed-count > 0 or ws-review-err-count > 0
                   move 4 to ws-severity
               when other
                   move zero to ws-severity
           end-evaluate.

           accept ws-stamp-date from date yyyymmdd.
           accept ws-stamp-time from time.
           move "PROGRAM23" to runctl-program.
           move "END" to runctl-event.
           move ws-stamp-date to runctl-date.
           move ws-stamp-time to runctl-time.
           move ws-read-count to runctl-in-count.
           move ws-proposed-count to runctl-out-count.
           move ws-severity to runctl-severity.
           write runctl-line from runctl-rec.
           close run-control.

           move ws-severity to return-code.

       end program Program23.
