      *>                 at END, refuse with severity 08 and a
      *>                 run-control line if another updater holds
      *>                 it, and seize a stale token left by a crash.
      *> 2026-10-15  AB  a purge needs two people: the parameter
      *>                 record now also names the user who set it
      *>                 and a second user who approved it, both
      *>                 carrying code U on CONTACT-AUTHORITY.DAT.
      *>                 A parameter not countersigned that way
      *>                 purges nothing and ends 08; the PURGE audit
      *>                 lines name the user who set the parameter.
      *> 2026-10-15  AB  a purged contact's extra phone numbers and
      *>                 email addresses on CONTACT-CHANNEL.DAT go
      *>                 with it, counted on the totals line.
      *> 2026-10-15  AB  seal the audit trail: every line written
      *>                 carries the next sequence number and a hash
      *>                 chaining it to the line before, picked up
      *>                 at open from the live log or, after a
      *>                 month-end archive, from the closed periods
      *>                 on CONTACT-AUDIT-CHAIN.DAT.
      *> 2026-10-15  AB  declare the master's new alternate keys
      *>                 (email, sort name, company) so the file opens
      *>                 with its full key definition; the purge's
      *>                 DELETE drops the contact from all three
      *>                 indexes with it.
      *> 2026-10-15  AB  a purged contact's distribution history on
      *>                 CONTACT-DIST-HIST.DAT goes with it, counted
      *>                 as MAILINGS under the totals line.
      *> 2026-10-15  AB  on closing the audit log, put where the
      *>                 sealed trail stands back on
      *>                 CONTACT-AUDIT-CHAIN.DAT as its LIVE
      *>                 high-water mark, so a log that loses its
      *>                 last lines shows as a break in Program26 and
      *>                 the next run carries on from the mark.
      *> 2026-10-15  AB  a purged contact's interactions on
      *>                 CONTACT-INTERACT.DAT go with it, counted as
      *>                 INTERACTIONS under the totals line.  The
      *>                 countersign refusal is upper case like the
      *>                 rest of the report.

       environment division.
       configuration section.
               organization is line sequential
               file status is ws-parm-status.

           select authority-file
               assign to "../../../A1-ContactList/CONTACT-AUTHORITY.DAT"
               organization is line sequential
               file status is ws-auth-status.

           select contact-master
               assign to "../../../A1-ContactList/CONTACT-MASTER.DAT"
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

           select group-member
               record key is member-key
               file status is ws-member-status.

           select channel-file
               assign to "../../../A1-ContactList/CONTACT-CHANNEL.DAT"
               organization is indexed
               access mode is dynamic
               record key is channel-key
               file status is ws-channel-status.

           select dist-history
               assign to "../../../A1-ContactList/CONTACT-DIST-HIST.DAT"
               organization is indexed
               access mode is dynamic
               record key is dist-key
               alternate record key is dist-campaign-key
                   with duplicates
               file status is ws-dist-status.

           select interact-file
               assign to "../../../A1-ContactList/CONTACT-INTERACT.DAT"
               organization is indexed
               access mode is dynamic
               record key is interact-key
               file status is ws-interact-status.

           select audit-log
               assign to "../../../A1-ContactList/CONTACT-AUDIT.LOG"
               organization is line sequential
               file status is ws-audit-status.

           select audit-chain
               assign to
                   "../../../A1-ContactList/CONTACT-AUDIT-CHAIN.DAT"
               organization is line sequential
               file status is ws-audchain-status.

           select purge-report
               assign to "../../../A1-ContactList/CONTACT-PURGE.OUT"
               organization is line sequential.
           record contains 80 characters.

       01 parm-line.
           05 parm-months      pic x(3).
           05 filler           pic x(1).
           05 parm-set-by      pic x(20).
           05 filler           pic x(1).
           05 parm-approved-by pic x(20).
           05 filler           pic x(35).

       fd authority-file
           data record is auth-rec.

           copy "AUTH-REC.cpy".

       fd contact-master
           data record is contact-rec.

           copy "MEMBER-REC.cpy".

       fd channel-file
           data record is channel-rec.

           copy "CHANNEL-REC.cpy".

       fd dist-history
           data record is dist-rec.

           copy "DISTHIST-REC.cpy".

       fd interact-file
           data record is interact-rec.

           copy "INTERACT-REC.cpy".

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

       fd purge-report
           data record is report-line
         88 ws-parm-ok value "00".
         88 ws-parm-not-found value "35".

       01 ws-auth-status pic xx.
         88 ws-auth-ok value "00".
         88 ws-auth-not-found value "35".

       01 ws-master-status pic xx.
         88 ws-master-ok value "00".
         88 ws-master-not-found value "23" "35".
         88 ws-member-ok value "00".
         88 ws-member-not-found value "23" "35".

       01 ws-channel-status pic xx.
         88 ws-channel-ok value "00".
         88 ws-channel-not-found value "23" "35".

       01 ws-dist-status pic xx.
         88 ws-dist-ok value "00".
         88 ws-dist-not-found value "23" "35".

       01 ws-interact-status pic xx.
         88 ws-interact-ok value "00".
         88 ws-interact-not-found value "23" "35".

       01 ws-audit-status pic xx.
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

       01 ws-runctl-status pic xx.
         88 ws-runctl-ok value "00".
         88 ws-runctl-not-found value "35".
           88 ws-master-missing value "Y".
         05 ws-purge-done-flag pic x value "N".
           88 ws-purge-done value "Y".
         05 ws-parm-unsigned-flag pic x value "N".
           88 ws-parm-unsigned value "Y".
         05 ws-auth-eof-flag pic x value "N".
           88 ws-auth-eof value "Y".
         05 ws-setter-ok-flag pic x value "N".
           88 ws-setter-ok value "Y".
         05 ws-approver-ok-flag pic x value "N".
           88 ws-approver-ok value "Y".
         05 ws-chan-done-flag pic x value "N".
           88 ws-chan-done value "Y".
         05 ws-dist-done-flag pic x value "N".
           88 ws-dist-done value "Y".
         05 ws-interact-done-flag pic x value "N".
           88 ws-interact-done value "Y".

      *> who set the retention parameter and who countersigned it,
      *> kept once the parameter file is closed.
       01 ws-purge-signers.
         05 ws-purge-set-by      pic x(20).
         05 ws-purge-approved-by pic x(20).
         05 ws-purge-u-hits      pic 9(2) value zero.

       01 ws-retention-months pic 9(3) value zero.

         05 ws-read-count   pic 9(6) value zero.
         05 ws-purged-count pic 9(6) value zero.
         05 ws-member-count pic 9(6) value zero.
         05 ws-channel-count pic 9(6) value zero.
         05 ws-history-count pic 9(6) value zero.
         05 ws-interact-count pic 9(6) value zero.

      *> the purged contact's identifying fields, captured before
      *> the DELETE leaves the record area undefined.
      *> ---------------------------------------------------------
      *> 100 - the retention window in months from the first record
      *> of CONTACT-PURGE-PARM.DAT; the cutoff is today's date moved
      *> back that many months.  The same record names the user who
      *> set it and the one who approved it (110).  No parameter
      *> file, or a blank one, means no purge is configured: the
      *> run ends clean so the nightly chain carries on.  A
      *> parameter that is present but zero or not numeric is a
      *> keying slip and ends 08 - it must be fixed, not guessed at.
      *> ---------------------------------------------------------
       100-read-parm.

               when parm-months numeric and parm-months not = "000"
                   move parm-months to ws-retention-months
                   set ws-parm-good to true
                   perform 110-check-countersign
                   if ws-parm-good
                       perform 120-compute-cutoff
                   end-if
               when parm-months = spaces
                   move "NO PURGE PARAMETER - NOTHING PURGED"
                       to report-line
                   write report-line
           end-evaluate.

      *> ---------------------------------------------------------
      *> 110 - no one person can empty the master: the parameter
      *> must name the user who set it and a different user who
      *> approved it, and both must hold code U on the authority
      *> table.  Anything less purges nothing and ends 08.
      *> ---------------------------------------------------------
       110-check-countersign.

           move parm-set-by to ws-purge-set-by.
           move parm-approved-by to ws-purge-approved-by.

           if ws-purge-set-by not = spaces
                   and ws-purge-approved-by not = spaces
                   and ws-purge-set-by not = ws-purge-approved-by
               open input authority-file
               if ws-auth-not-found
                   set ws-auth-eof to true
               end-if
               perform 115-scan-one-authority
                   until ws-auth-eof
               if not ws-auth-not-found
                   close authority-file
               end-if
           end-if.

           if ws-setter-ok and ws-approver-ok
               move spaces to report-line
               string
                   "PURGE SET BY "      delimited by size
                   ws-purge-set-by      delimited by space
                   " APPROVED BY "      delimited by size
                   ws-purge-approved-by delimited by space
                   into report-line
               end-string
               write report-line
           else
               move "N" to ws-parm-good-flag
               set ws-parm-unsigned to true
               move spaces to report-line
               string
                   "PURGE-PARM NOT SET AND APPROVED BY TWO "
                       delimited by size
                   "AUTHORISED USERS - NOTHING PURGED"
                       delimited by size
                   into report-line
               end-string
               write report-line
           end-if.

       115-scan-one-authority.

           read authority-file
               at end
                   set ws-auth-eof to true
               not at end
                   move zero to ws-purge-u-hits
                   inspect auth-codes
                       tallying ws-purge-u-hits for all "U"
                   if ws-purge-u-hits > zero
                       if auth-userid = ws-purge-set-by
                           set ws-setter-ok to true
                       end-if
                       if auth-userid = ws-purge-approved-by
                           set ws-approver-ok to true
                       end-if
                   end-if
           end-read.

       120-compute-cutoff.

           accept ws-run-date from date yyyymmdd.
               open i-o group-member
           end-if.

           open i-o channel-file.
           if ws-channel-not-found
               open output channel-file
               close channel-file
               open i-o channel-file
           end-if.

           open i-o dist-history.
           if ws-dist-not-found
               open output dist-history
               close dist-history
               open i-o dist-history
           end-if.

           open i-o interact-file.
           if ws-interact-not-found
               open output interact-file
               close interact-file
               open i-o interact-file
           end-if.

           perform 160-load-audit-seal.
           open extend audit-log.
           if ws-audit-not-found
               open output audit-log
           end-if.

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

       200-purge-one-record.

           read contact-master
      *> ---------------------------------------------------------
      *> 300 - one expired contact: audit line first (with the full
      *> final image - once the delete lands this is the only copy),
      *> then the delete, then any memberships it was still carrying,
      *> its channels, mailings and interactions.
      *> ---------------------------------------------------------
       300-purge-contact.

           end-delete.

           perform 400-purge-memberships.
           perform 450-purge-channels.
           perform 470-purge-history.
           perform 480-purge-interactions.

           move spaces to report-line.
           string
                   end-if
           end-read.

      *> ---------------------------------------------------------
      *> 450 - and its extra numbers and addresses, which sit
      *> together under its ID on the channel file.
      *> ---------------------------------------------------------
       450-purge-channels.

           move "N" to ws-chan-done-flag.
           move ws-purged-id to channel-contact-id.
           move zero to channel-seq.

           start channel-file key >= channel-key
               invalid key
                   set ws-chan-done to true
           end-start.

           perform 460-purge-one-channel
               until ws-chan-done.

       460-purge-one-channel.

           read channel-file next record
               at end
                   set ws-chan-done to true
               not at end
                   if channel-contact-id not = ws-purged-id
                       set ws-chan-done to true
                   else
                       delete channel-file record
                           invalid key
                               continue
                       end-delete
                       add 1 to ws-channel-count
                   end-if
           end-read.

      *> ---------------------------------------------------------
      *> 470 - and its distribution history: every mailing it was
      *> on, which sits together under its ID.
      *> ---------------------------------------------------------
       470-purge-history.

           move "N" to ws-dist-done-flag.
           move low-values to dist-key.
           move ws-purged-id to dist-contact-id.

           start dist-history key >= dist-key
               invalid key
                   set ws-dist-done to true
           end-start.

           perform 475-purge-one-mailing
               until ws-dist-done.

       475-purge-one-mailing.

           read dist-history next record
               at end
                   set ws-dist-done to true
               not at end
                   if dist-contact-id not = ws-purged-id
                       set ws-dist-done to true
                   else
                       delete dist-history record
                           invalid key
                               continue
                       end-delete
                       add 1 to ws-history-count
                   end-if
           end-read.

      *> ---------------------------------------------------------
      *> 480 - and its interaction log, which sits together under
      *> its ID in date and time order.
      *> ---------------------------------------------------------
       480-purge-interactions.

           move "N" to ws-interact-done-flag.
           move ws-purged-id to interact-contact-id.
           move zero to interact-date.
           move zero to interact-time.

           start interact-file key >= interact-key
               invalid key
                   set ws-interact-done to true
           end-start.

           perform 485-purge-one-interaction
               until ws-interact-done.

       485-purge-one-interaction.

           read interact-file next record
               at end
                   set ws-interact-done to true
               not at end
                   if interact-contact-id not = ws-purged-id
                       set ws-interact-done to true
                   else
                       delete interact-file record
                           invalid key
                               continue
                       end-delete
                       add 1 to ws-interact-count
                   end-if
           end-read.

      *> ---------------------------------------------------------
      *> 700 - the purge goes on the audit trail like any other
      *> removal: action PURGE, the contact's final image as BEFORE
      *> ---------------------------------------------------------
       700-write-audit-line.

           move ws-purge-set-by to ws-audit-userid.
           accept ws-audit-date from date yyyymmdd.
           accept ws-audit-time from time.

           move spaces          to audit-after-no-phone.
           move spaces          to audit-after-no-postal.

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

       800-write-totals.

           move spaces to report-line.
               ws-purged-count     delimited by size
               " MEMBERSHIPS="     delimited by size
               ws-member-count     delimited by size
               " CHANNELS="        delimited by size
               ws-channel-count    delimited by size
               into report-line
           end-string.
           write report-line.

           move spaces to report-line.
           string
               "        MAILINGS="  delimited by size
               ws-history-count    delimited by size
               " INTERACTIONS="    delimited by size
               ws-interact-count   delimited by size
               into report-line
           end-string.
           write report-line.
               close contact-master
           end-if.
           close group-member.
           close channel-file.
           close dist-history.
           close interact-file.
           close audit-log.
           perform 165-save-audit-mark.

      *> ---------------------------------------------------------
      *> 950 - close out the run-control log and leave the run's
      *> severity in RETURN-CODE for the scheduler: 08 the master
      *> was missing, the retention parameter was present but
      *> unusable or not countersigned, 00 clean - including the
      *> no-parameter night, which is simply "no purge configured".
      *> ---------------------------------------------------------
       950-write-run-end.

                   move 8 to ws-severity
               when ws-parm-bad
                   move 8 to ws-severity
               when ws-parm-unsigned
                   move 8 to ws-severity
               when other
                   move zero to ws-severity
           end-evaluate.
