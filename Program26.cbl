       identification division.
       program-id. Program26 as "A1_ContactList.Program26".
       date-written. 2026-10-15.
       author. Ahmed Butt.

      *> modification-history.
      *> 2026-10-15  AB  new program: audit-trail verification.
      *>                 Walks the sealed audit trail end to end -
      *>                 every archived period listed on
      *>                 CONTACT-AUDIT-CHAIN.DAT in period order
      *>                 (CONTACT-AUDIT-YYYYMM.LOG), then the live
      *>                 CONTACT-AUDIT.LOG - recomputing each line's
      *>                 hash from the line before and checking the
      *>                 sequence numbers run on without a break.
      *>                 A gap, a line out of order, a hash that no
      *>                 longer chains, a missing archive or one
      *>                 that does not close where the chain file
      *>                 says it did is listed on
      *>                 CONTACT-AUDIT-VERIFY.OUT and ends the run
      *>                 12, so the night chain stops before the CRM
      *>                 extract (Program13) or the reconciliation
      *>                 (Program8) trusts a damaged trail.  Lines
      *>                 from before the trail was sealed are counted
      *>                 and passed over.  Run ahead of Program13.
      *> 2026-10-15  AB  the trail's end is checked against the LIVE
      *>                 high-water mark the writers put back on
      *>                 CONTACT-AUDIT-CHAIN.DAT: a trail ending
      *>                 short of it, or on a different last line,
      *>                 is a break (12), so deleting the live log's
      *>                 last lines no longer goes unseen; no mark,
      *>                 or a log run past it, is noted (04).

       environment division.
       configuration section.

       input-output section.
       file-control.

           select audit-chain
               assign to
                   "../../../A1-ContactList/CONTACT-AUDIT-CHAIN.DAT"
               organization is line sequential
               file status is ws-audchain-status.

           select audit-archive
               assign to dynamic ws-archive-name
               organization is line sequential
               file status is ws-archive-status.

           select audit-log
               assign to "../../../A1-ContactList/CONTACT-AUDIT.LOG"
               organization is line sequential
               file status is ws-audit-status.

           select verify-report
               assign to
                   "../../../A1-ContactList/CONTACT-AUDIT-VERIFY.OUT"
               organization is line sequential.

           select run-control
               assign to "../../../A1-ContactList/CONTACT-RUNCTL.LOG"
               organization is line sequential
               file status is ws-runctl-status.

       data division.
       file section.

       fd audit-chain
           data record is audchain-line
           record contains 80 characters.

       01 audchain-line pic x(80).

       fd audit-archive
           data record is archive-line
           record contains 532 characters.

       01 archive-line pic x(532).

       fd audit-log
           data record is audit-line
           record contains 532 characters.

       01 audit-line pic x(532).

       fd verify-report
           data record is report-line
           record contains 132 characters.

       01 report-line pic x(132).

       fd run-control
           data record is runctl-line
           record contains 80 characters.

       01 runctl-line pic x(80).

       working-storage section.

       01 ws-audchain-status pic xx.
         88 ws-audchain-ok value "00".
         88 ws-audchain-not-found value "35".

       01 ws-archive-status pic xx.
         88 ws-archive-ok value "00".
         88 ws-archive-not-found value "35".

       01 ws-audit-status pic xx.
         88 ws-audit-ok value "00".
         88 ws-audit-not-found value "35".

       01 ws-runctl-status pic xx.
         88 ws-runctl-ok value "00".
         88 ws-runctl-not-found value "35".

      *> run-control severity and stamps for CONTACT-RUNCTL.LOG.
       01 ws-run-controls.
         05 ws-severity   pic 9(2) value zero.
         05 ws-stamp-date pic 9(8).
         05 ws-stamp-time pic 9(8).

           copy "RUNCTL-REC.cpy".

       01 ws-flags.
         05 ws-chain-eof-flag pic x value "N".
           88 ws-chain-eof value "Y".
         05 ws-line-eof-flag pic x value "N".
           88 ws-line-eof value "Y".
         05 ws-log-missing-flag pic x value "N".
           88 ws-log-missing value "Y".
         05 ws-sealed-flag pic x value "N".
           88 ws-trail-sealed value "Y".
         05 ws-pt-found-flag pic x value "N".
           88 ws-pt-found value "Y".
         05 ws-pt-placed-flag pic x value "N".
           88 ws-pt-placed value "Y".
         05 ws-mark-found-flag pic x value "N".
           88 ws-mark-found value "Y".
         05 ws-mark-missing-flag pic x value "N".
           88 ws-mark-missing value "Y".
         05 ws-mark-behind-flag pic x value "N".
           88 ws-mark-behind value "Y".

      *> the audit line re-read at the offsets the writers seal it.
           copy "AUDIT-REC.cpy".

      *> one closed period as Program5 recorded it, or the LIVE
      *> high-water mark the writers put back.
           copy "AUDCHAIN-REC.cpy".

      *> the LIVE mark: the sequence number and hash of the last
      *> line the writers left on the trail.
       01 ws-mark-controls.
         05 ws-mark-seq  pic 9(9) value zero.
         05 ws-mark-hash pic 9(9) value zero.

      *> the closed periods, held in period order however the
      *> archive runs happened to be made; a period archived twice
      *> keeps its latest record.
       01 ws-period-controls.
         05 ws-period-count pic 9(3) value zero.
         05 ws-period-max   pic 9(3) value 600.
         05 ws-pt-i         pic 9(3).
         05 ws-pt-j         pic 9(3).
         05 ws-pt-pos       pic 9(3).

       01 ws-period-table.
         05 ws-pt-entry occurs 600 times.
           10 ws-pt-period    pic x(6).
           10 ws-pt-first-seq pic 9(9).
           10 ws-pt-last-seq  pic 9(9).
           10 ws-pt-last-hash pic 9(9).
           10 ws-pt-count     pic 9(6).

      *> dated archive file name, built from the period.
       01 ws-archive-name pic x(64).

      *> where the walk stands on the trail: the sequence number and
      *> hash of the last sealed line passed, wherever it was.
       01 ws-walk-controls.
         05 ws-prev-seq      pic 9(9) value zero.
         05 ws-prev-hash     pic 9(9) value zero.
         05 ws-expected-seq  pic 9(9).

      *> the file being walked.
       01 ws-file-controls.
         05 ws-file-label     pic x(24).
         05 ws-file-lines     pic 9(6).
         05 ws-file-sealed    pic 9(6).
         05 ws-file-first-seq pic 9(9).
         05 ws-file-last-seq  pic 9(9).
         05 ws-file-last-hash pic 9(9).
         05 ws-file-breaks    pic 9(6).

       01 ws-counters.
         05 ws-files-count    pic 9(6) value zero.
         05 ws-lines-count    pic 9(6) value zero.
         05 ws-sealed-count   pic 9(6) value zero.
         05 ws-unsealed-count pic 9(6) value zero.
         05 ws-break-count    pic 9(6) value zero.

      *> the hash recomputed exactly as the writers seal it.
       01 ws-seal-work.
         05 ws-seal-acc        pic 9(11).
         05 ws-seal-quot       pic 9(11).
         05 ws-seal-rem        pic 9(9).
         05 ws-seal-i          pic 9(3).
         05 ws-seal-length     pic 9(3) value 517.
         05 ws-seal-multiplier pic 9(2) value 31.
         05 ws-seal-modulus    pic 9(9) value 999999937.

      *> one byte of the audit line seen as its character code: the
      *> byte goes in the low half, the high half stays LOW-VALUE.
       01 ws-seal-byte.
         05 ws-seal-byte-code pic 9(4) comp value zero.
       01 ws-seal-byte-x redefines ws-seal-byte.
         05 ws-seal-byte-high pic x.
         05 ws-seal-byte-low  pic x.

       01 ws-heading.
         05 filler pic x(40)
             value "A1-CONTACTLIST AUDIT TRAIL VERIFICATION ".
         05 filler pic x(6) value "AS OF ".
         05 ws-heading-date pic 9(8).
         05 filler pic x(78) value spaces.

      *> one break in the trail.
       01 ws-break-line.
         05 filler        pic x(2) value spaces.
         05 ws-bl-file    pic x(24).
         05 filler        pic x(1) value spaces.
         05 ws-bl-line    pic zzzzz9.
         05 filler        pic x(2) value spaces.
         05 ws-bl-seq     pic x(9).
         05 filler        pic x(2) value spaces.
         05 ws-bl-problem pic x(32).
         05 filler        pic x(2) value spaces.
         05 ws-bl-detail  pic x(52).

       procedure division.
       000-main.

           perform 050-write-run-start.
           perform 100-open-files.
           perform 150-load-periods.
           perform 200-walk-archives.
           perform 300-walk-live-log.
           perform 350-check-high-water.
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
           move "PROGRAM26" to runctl-program.
           move "START" to runctl-event.
           move ws-stamp-date to runctl-date.
           move ws-stamp-time to runctl-time.
           move zero to runctl-in-count.
           move zero to runctl-out-count.
           move zero to runctl-severity.
           write runctl-line from runctl-rec.

       100-open-files.

           open output verify-report.

           move ws-stamp-date to ws-heading-date.
           write report-line from spaces.
           write report-line from ws-heading.
           write report-line from spaces.
           move spaces to report-line.
           string
               "  FILE                       LINE  SEQ        "
                   delimited by size
               "PROBLEM                           DETAIL"
                   delimited by size
               into report-line
           end-string.
           write report-line.

      *> ---------------------------------------------------------
      *> 150 - the closed periods from CONTACT-AUDIT-CHAIN.DAT into
      *> the period table, in period order.  No chain file simply
      *> means nothing has been archived since the trail was
      *> sealed.
      *> ---------------------------------------------------------
       150-load-periods.

           open input audit-chain.
           if ws-audchain-ok
               perform 160-read-one-period
                   until ws-chain-eof
               close audit-chain
           end-if.

       160-read-one-period.

           read audit-chain
               at end
                   set ws-chain-eof to true
               not at end
                   move audchain-line to audchain-rec
                   if audchain-live-mark
                       perform 180-hold-live-mark
                   end-if
                   if audchain-period numeric
                           and audchain-last-seq numeric
                           and audchain-first-seq numeric
                           and audchain-last-hash numeric
                       perform 170-file-period
                   end-if
           end-read.

       170-file-period.

           move "N" to ws-pt-found-flag.
           move "N" to ws-pt-placed-flag.
           move zero to ws-pt-pos.

           perform 172-scan-period
               varying ws-pt-i from 1 by 1
               until ws-pt-i > ws-period-count or ws-pt-placed.

           if not ws-pt-placed
               compute ws-pt-pos = ws-period-count + 1
           end-if.

           if not ws-pt-found
               if ws-period-count < ws-period-max
                   perform 175-shift-one-period
                       varying ws-pt-j from ws-period-count by -1
                       until ws-pt-j < ws-pt-pos
                   add 1 to ws-period-count
               else
                   move "CONTACT-AUDIT-CHAIN.DAT" to ws-bl-file
                   move zero to ws-bl-line
                   move audchain-last-seq to ws-bl-seq
                   move "TOO MANY PERIODS TO HOLD"
                       to ws-bl-problem
                   move spaces to ws-bl-detail
                   string
                       "PERIOD " delimited by size
                       audchain-period delimited by size
                       " NOT WALKED" delimited by size
                       into ws-bl-detail
                   end-string
                   perform 600-write-break
                   move zero to ws-pt-pos
               end-if
           end-if.

           if ws-pt-pos > zero
               move audchain-period    to ws-pt-period(ws-pt-pos)
               move audchain-first-seq to ws-pt-first-seq(ws-pt-pos)
               move audchain-last-seq  to ws-pt-last-seq(ws-pt-pos)
               move audchain-last-hash to ws-pt-last-hash(ws-pt-pos)
               move audchain-count     to ws-pt-count(ws-pt-pos)
           end-if.

       172-scan-period.

           if ws-pt-period(ws-pt-i) = audchain-period
               move ws-pt-i to ws-pt-pos
               set ws-pt-found to true
               set ws-pt-placed to true
           else
               if ws-pt-period(ws-pt-i) > audchain-period
                   move ws-pt-i to ws-pt-pos
                   set ws-pt-placed to true
               end-if
           end-if.

       175-shift-one-period.

           move ws-pt-entry(ws-pt-j) to ws-pt-entry(ws-pt-j + 1).

      *> the LIVE record is no period; the latest one stands.
       180-hold-live-mark.

           if audchain-last-seq numeric
                   and audchain-last-hash numeric
               move audchain-last-seq  to ws-mark-seq
               move audchain-last-hash to ws-mark-hash
               set ws-mark-found to true
           end-if.

      *> ---------------------------------------------------------
      *> 200 - each closed period's archive in period order.  A
      *> listed archive that is gone, or one that does not close
      *> on the sequence number and hash recorded when it was
      *> archived, is a break; either way the walk picks up again
      *> from the recorded close, so one damaged period is reported
      *> once rather than again on every period after it.
      *> ---------------------------------------------------------
       200-walk-archives.

           perform 250-walk-one-archive
               varying ws-pt-i from 1 by 1
               until ws-pt-i > ws-period-count.

       250-walk-one-archive.

           move spaces to ws-archive-name.
           string
               "../../../A1-ContactList/CONTACT-AUDIT-"
                   delimited by size
               ws-pt-period(ws-pt-i) delimited by size
               ".LOG"                delimited by size
               into ws-archive-name
           end-string.

           move spaces to ws-file-label.
           string
               "CONTACT-AUDIT-"      delimited by size
               ws-pt-period(ws-pt-i) delimited by size
               ".LOG"                delimited by size
               into ws-file-label
           end-string.

           perform 500-start-file.

           open input audit-archive.
           if ws-archive-ok
               move "N" to ws-line-eof-flag
               perform 260-read-archive-line
                   until ws-line-eof
               close audit-archive
               perform 270-check-archive-close
           else
               move zero to ws-bl-line
               move ws-pt-last-seq(ws-pt-i) to ws-bl-seq
               move "ARCHIVE MISSING" to ws-bl-problem
               move spaces to ws-bl-detail
               string
                   "HELD SEQ "                delimited by size
                   ws-pt-first-seq(ws-pt-i)   delimited by size
                   " TO "                     delimited by size
                   ws-pt-last-seq(ws-pt-i)    delimited by size
                   into ws-bl-detail
               end-string
               perform 600-write-break
           end-if.

           perform 550-write-file-line.

           move ws-pt-last-seq(ws-pt-i)  to ws-prev-seq.
           move ws-pt-last-hash(ws-pt-i) to ws-prev-hash.
           set ws-trail-sealed to true.

       260-read-archive-line.

           read audit-archive
               at end
                   set ws-line-eof to true
               not at end
                   move archive-line to audit-rec
                   perform 400-check-line
           end-read.

       270-check-archive-close.

           if ws-file-last-seq not = ws-pt-last-seq(ws-pt-i)
                   or ws-file-last-hash not = ws-pt-last-hash(ws-pt-i)
                   or ws-file-lines not = ws-pt-count(ws-pt-i)
               move ws-file-lines to ws-bl-line
               move ws-file-last-seq to ws-bl-seq
               move "ARCHIVE DOES NOT CLOSE AS HELD" to ws-bl-problem
               move spaces to ws-bl-detail
               string
                   "HELD SEQ="                delimited by size
                   ws-pt-last-seq(ws-pt-i)    delimited by size
                   " LINES="                  delimited by size
                   ws-pt-count(ws-pt-i)       delimited by size
                   " HASH="                   delimited by size
                   ws-pt-last-hash(ws-pt-i)   delimited by size
                   into ws-bl-detail
               end-string
               perform 600-write-break
           end-if.

      *> ---------------------------------------------------------
      *> 300 - the live log carries on from the last closed period.
      *> A missing live log is noted (04) - nothing has been
      *> written since it was last cut back, or it has been lost;
      *> 350 tells which from the LIVE mark.
      *> ---------------------------------------------------------
       300-walk-live-log.

           move "CONTACT-AUDIT.LOG" to ws-file-label.
           perform 500-start-file.

           open input audit-log.
           if ws-audit-ok
               move "N" to ws-line-eof-flag
               perform 310-read-live-line
                   until ws-line-eof
               close audit-log
               perform 550-write-file-line
           else
               set ws-log-missing to true
               move spaces to report-line
               string
                   "  CONTACT-AUDIT.LOG NOT FOUND - "
                       delimited by size
                   "NOTHING ON THE LIVE LOG TO VERIFY"
                       delimited by size
                   into report-line
               end-string
               write report-line
           end-if.

       310-read-live-line.

           read audit-log
               at end
                   set ws-line-eof to true
               not at end
                   move audit-line to audit-rec
                   perform 400-check-line
           end-read.

      *> ---------------------------------------------------------
      *> 350 - the trail must end where the writers last left it.
      *> Ending short of the LIVE mark on CONTACT-AUDIT-CHAIN.DAT -
      *> the live log's last lines deleted, or the log itself - or
      *> on a last line that is not the one marked, is a break.
      *> Running past the mark means a writer ended without putting
      *> it back; that, and a sealed trail with no mark at all, is
      *> noted (04), as the end of the trail cannot be proved.
      *> ---------------------------------------------------------
       350-check-high-water.

           move "CONTACT-AUDIT.LOG" to ws-file-label.

           evaluate true
               when not ws-mark-found
                   if ws-trail-sealed
                       set ws-mark-missing to true
                       move spaces to report-line
                       string
                           "  NO LIVE MARK ON CONTACT-AUDIT-CHAIN.DAT"
                               delimited by size
                           " - "
                               delimited by size
                           "THE END OF THE TRAIL IS NOT CHECKED"
                               delimited by size
                           into report-line
                       end-string
                       write report-line
                   end-if
               when ws-prev-seq < ws-mark-seq
                   move ws-file-lines to ws-bl-line
                   move ws-prev-seq to ws-bl-seq
                   move "TRAIL ENDS SHORT OF ITS MARK" to ws-bl-problem
                   perform 360-describe-mark
                   perform 600-write-break
               when ws-prev-seq = ws-mark-seq
                       and ws-prev-hash not = ws-mark-hash
                   move ws-file-lines to ws-bl-line
                   move ws-prev-seq to ws-bl-seq
                   move "LAST LINE IS NOT THE ONE MARKED"
                       to ws-bl-problem
                   perform 360-describe-mark
                   perform 600-write-break
               when ws-prev-seq > ws-mark-seq
                   set ws-mark-behind to true
                   move spaces to report-line
                   string
                       "  CONTACT-AUDIT.LOG RUNS PAST ITS LIVE MARK"
                           delimited by size
                       " (SEQ " delimited by size
                       ws-mark-seq delimited by size
                       ") - A WRITER ENDED WITHOUT PUTTING IT BACK"
                           delimited by size
                       into report-line
                   end-string
                   write report-line
               when other
                   continue
           end-evaluate.

       360-describe-mark.

           move spaces to ws-bl-detail.
           string
               "MARK SEQ="  delimited by size
               ws-mark-seq  delimited by size
               " HASH="     delimited by size
               ws-mark-hash delimited by size
               into ws-bl-detail
           end-string.

      *> ---------------------------------------------------------
      *> 400 - one line of the trail.  An unsealed line is only
      *> acceptable ahead of the first sealed one.  A sealed line
      *> must carry the next sequence number and a hash that
      *> recomputes from the line before; a gap or a line out of
      *> order is reported as such (the hash cannot be judged
      *> across it).  The walk always carries on from the line just
      *> read, so each break is reported once.
      *> ---------------------------------------------------------
       400-check-line.

           add 1 to ws-lines-count.
           add 1 to ws-file-lines.

           if audit-seq numeric
               perform 410-check-sealed-line
           else
               if ws-trail-sealed
                   move ws-file-lines to ws-bl-line
                   move spaces to ws-bl-seq
                   move "UNSEALED LINE IN SEALED TRAIL"
                       to ws-bl-problem
                   move spaces to ws-bl-detail
                   string
                       "AFTER SEQ="  delimited by size
                       ws-prev-seq   delimited by size
                       into ws-bl-detail
                   end-string
                   perform 600-write-break
               else
                   add 1 to ws-unsealed-count
               end-if
           end-if.

       410-check-sealed-line.

           add 1 to ws-sealed-count.
           add 1 to ws-file-sealed.
           if ws-file-first-seq = zero
               move audit-seq to ws-file-first-seq
           end-if.
           compute ws-expected-seq = ws-prev-seq + 1.

           evaluate true
               when audit-seq = ws-expected-seq
                   perform 450-recompute-hash
                   if ws-seal-acc not = audit-hash
                       move ws-file-lines to ws-bl-line
                       move audit-seq to ws-bl-seq
                       move "HASH DOES NOT CHAIN" to ws-bl-problem
                       move spaces to ws-bl-detail
                       string
                           "STORED="     delimited by size
                           audit-hash    delimited by size
                           " COMPUTED="  delimited by size
                           ws-seal-acc(3:9) delimited by size
                           into ws-bl-detail
                       end-string
                       perform 600-write-break
                   end-if
               when audit-seq > ws-expected-seq
                   move ws-file-lines to ws-bl-line
                   move audit-seq to ws-bl-seq
                   move "GAP IN SEQUENCE" to ws-bl-problem
                   move spaces to ws-bl-detail
                   string
                       "EXPECTED SEQ="  delimited by size
                       ws-expected-seq  delimited by size
                       into ws-bl-detail
                   end-string
                   perform 600-write-break
               when other
                   move ws-file-lines to ws-bl-line
                   move audit-seq to ws-bl-seq
                   move "OUT OF ORDER OR REPEATED" to ws-bl-problem
                   move spaces to ws-bl-detail
                   string
                       "EXPECTED SEQ="  delimited by size
                       ws-expected-seq  delimited by size
                       into ws-bl-detail
                   end-string
                   perform 600-write-break
           end-evaluate.

           move audit-seq  to ws-prev-seq.
           move audit-hash to ws-prev-hash.
           move audit-seq  to ws-file-last-seq.
           move audit-hash to ws-file-last-hash.
           set ws-trail-sealed to true.

      *> ---------------------------------------------------------
      *> 450 - the seal recomputed the way the writers make it: the
      *> previous line's hash, then every byte of this line up to
      *> and including its sequence number, each times 31 plus the
      *> byte's code plus one, remainder by 999999937.
      *> ---------------------------------------------------------
       450-recompute-hash.

           move ws-prev-hash to ws-seal-acc.

           perform 451-fold-one-byte
               varying ws-seal-i from 1 by 1
               until ws-seal-i > ws-seal-length.

       451-fold-one-byte.

           move audit-rec(ws-seal-i:1) to ws-seal-byte-low.
           compute ws-seal-acc =
               ws-seal-acc * ws-seal-multiplier
                   + ws-seal-byte-code + 1.
           divide ws-seal-acc by ws-seal-modulus
               giving ws-seal-quot remainder ws-seal-rem.
           move ws-seal-rem to ws-seal-acc.

       500-start-file.

           add 1 to ws-files-count.
           move zero to ws-file-lines.
           move zero to ws-file-sealed.
           move zero to ws-file-first-seq.
           move zero to ws-file-last-seq.
           move zero to ws-file-last-hash.
           move zero to ws-file-breaks.

      *> ---------------------------------------------------------
      *> 550 - one summary line per file walked.
      *> ---------------------------------------------------------
       550-write-file-line.

           move spaces to report-line.
           string
               "  "               delimited by size
               ws-file-label      delimited by size
               " LINES="          delimited by size
               ws-file-lines      delimited by size
               " SEALED="         delimited by size
               ws-file-sealed     delimited by size
               " SEQ "            delimited by size
               ws-file-first-seq  delimited by size
               " TO "             delimited by size
               ws-file-last-seq   delimited by size
               " BREAKS="         delimited by size
               ws-file-breaks     delimited by size
               into report-line
           end-string.
           write report-line.

       600-write-break.

           add 1 to ws-break-count.
           add 1 to ws-file-breaks.
           move ws-file-label to ws-bl-file.
           write report-line from ws-break-line.

       800-write-totals.

           write report-line from spaces.
           move spaces to report-line.
           string
               "TOTALS  FILES="    delimited by size
               ws-files-count      delimited by size
               " LINES="           delimited by size
               ws-lines-count      delimited by size
               " SEALED="          delimited by size
               ws-sealed-count     delimited by size
               " UNSEALED="        delimited by size
               ws-unsealed-count   delimited by size
               " BREAKS="          delimited by size
               ws-break-count      delimited by size
               into report-line
           end-string.
           write report-line.

           move spaces to report-line.
           if ws-break-count > zero
               move "AUDIT TRAIL BROKEN - SEE THE BREAKS LISTED ABOVE"
                   to report-line
           else
               move "AUDIT TRAIL INTACT" to report-line
           end-if.
           write report-line.

       900-close-files.

           close verify-report.

      *> ---------------------------------------------------------
      *> 950 - close out the run-control log and leave the run's
      *> severity in RETURN-CODE for the scheduler: 12 the trail is
      *> broken (the chain stops here), 04 the live log was missing
      *> or its end could not be proved against the LIVE mark,
      *> 00 intact.
      *> ---------------------------------------------------------
       950-write-run-end.

           evaluate true
               when ws-break-count > zero
                   move 12 to ws-severity
               when ws-log-missing
                       or ws-mark-missing
                       or ws-mark-behind
                   move 4 to ws-severity
               when other
                   move zero to ws-severity
           end-evaluate.

           accept ws-stamp-date from date yyyymmdd.
           accept ws-stamp-time from time.
           move "PROGRAM26" to runctl-program.
           move "END" to runctl-event.
           move ws-stamp-date to runctl-date.
           move ws-stamp-time to runctl-time.
           move ws-lines-count to runctl-in-count.
           move ws-break-count to runctl-out-count.
           move ws-severity to runctl-severity.
           write runctl-line from runctl-rec.
           close run-control.

           move ws-severity to return-code.

       end program Program26.
