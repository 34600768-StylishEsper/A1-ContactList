       identification division.
       program-id. Program28 as "A1_ContactList.Program28".
       date-written. 2026-10-15.
       author. Ahmed Butt.

      *> modification-history.
      *> 2026-10-15  AB  new program: privacy subject access and
      *>                 erasure.  CONTACT-PRIVACY-PARM.DAT carries
      *>                 one request per record - ACCESS or ERASE, the
      *>                 contact ID or email address it is about, the
      *>                 user asking and (for an erasure) the user
      *>                 approving.  The subject's retired IDs are
      *>                 found through CONTACT-XREF.DAT, so a contact
      *>                 merged into another is covered under every ID
      *>                 it ever had.  ACCESS writes everything held
      *>                 on it to CONTACT-PRIVACY.OUT: the master
      *>                 record, extra phones and emails, group
      *>                 memberships, merges, interactions, mailings,
      *>                 CRM values kept out of the master, and every
      *>                 line of it on the audit trail - the dated
      *>                 archives and then the live log.  ERASE, set
      *>                 and approved by two users holding code U,
      *>                 removes the contact the way the purge does
      *>                 (master, channels, memberships, mailings) and
      *>                 its interactions and kept CRM values, writes
      *>                 the *ERASED* marker over its personal fields
      *>                 on the audit trail and in the dated
      *>                 CONTACT-BACKUP-YYYYMMDD.DAT backups, re-seals
      *>                 the audit trail from the first line changed
      *>                 (closing hashes on CONTACT-AUDIT-CHAIN.DAT
      *>                 included), and records the erasure itself as
      *>                 an ERASE audit line carrying no personal data.
      *> 2026-10-15  AB  the dated backups now lose the subject's
      *>                 records outright, with the trailer's count
      *>                 and hash totals reduced to match, so a
      *>                 reload cannot bring back a stub; the access
      *>                 report and ERASE also cover the subject's
      *>                 held CRM conflicts (CONTACT-SYNC-RESOLVE.DAT)
      *>                 and duplicate pairs (CONTACT-MATCH-REVIEW.DAT);
      *>                 the keep file's layout comes from KEEP-REC.
      *>                 The LIVE high-water mark on
      *>                 CONTACT-AUDIT-CHAIN.DAT moves with the
      *>                 re-seal and is put back after the ERASE
      *>                 lines, as every writer leaves it.

       environment division.
       configuration section.

       input-output section.
       file-control.

           select privacy-parm
               assign to
                   "../../../A1-ContactList/CONTACT-PRIVACY-PARM.DAT"
               organization is line sequential
               file status is ws-parm-status.

           select authority-file
               assign to "../../../A1-ContactList/CONTACT-AUTHORITY.DAT"
               organization is line sequential
               file status is ws-auth-status.

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

           select contact-xref
               assign to "../../../A1-ContactList/CONTACT-XREF.DAT"
               organization is indexed
               access mode is dynamic
               record key is xref-old-id
               file status is ws-xref-status.

           select channel-file
               assign to "../../../A1-ContactList/CONTACT-CHANNEL.DAT"
               organization is indexed
               access mode is dynamic
               record key is channel-key
               file status is ws-channel-status.

           select group-member
               assign to "../../../A1-ContactList/GROUP-MEMBER.DAT"
               organization is indexed
               access mode is dynamic
               record key is member-key
               file status is ws-member-status.

           select group-master
               assign to "../../../A1-ContactList/GROUP-MASTER.DAT"
               organization is indexed
               access mode is random
               record key is group-id
               file status is ws-group-status.

           select interact-file
               assign to "../../../A1-ContactList/CONTACT-INTERACT.DAT"
               organization is indexed
               access mode is dynamic
               record key is interact-key
               file status is ws-interact-status.

           select dist-history
               assign to "../../../A1-ContactList/CONTACT-DIST-HIST.DAT"
               organization is indexed
               access mode is dynamic
               record key is dist-key
               alternate record key is dist-campaign-key
                   with duplicates
               file status is ws-dist-status.

           select keep-file
               assign to "../../../A1-ContactList/CONTACT-SYNC-KEEP.DAT"
               organization is indexed
               access mode is dynamic
               record key is keep-key
               file status is ws-keep-status.

      *> the conflicts awaiting an analyst and the duplicate pairs
      *> awaiting a reviewer; an erasure rewrites each through the
      *> list work file without the subject's lines.
           select resolve-file
               assign to
                   "../../../A1-ContactList/CONTACT-SYNC-RESOLVE.DAT"
               organization is line sequential
               file status is ws-resolve-status.

           select review-file
               assign to
                   "../../../A1-ContactList/CONTACT-MATCH-REVIEW.DAT"
               organization is line sequential
               file status is ws-review-status.

           select list-work
               assign to
                   "../../../A1-ContactList/CONTACT-ERASE-LIST.WRK"
               organization is line sequential
               file status is ws-listwork-status.

      *> the audit trail, one file at a time: each dated archive and
      *> then the live CONTACT-AUDIT.LOG go through the same select.
           select audit-file
               assign to dynamic ws-audit-name
               organization is line sequential
               file status is ws-audit-status.

           select audit-work
               assign to
                   "../../../A1-ContactList/CONTACT-ERASE-AUDIT.WRK"
               organization is line sequential
               file status is ws-audwork-status.

           select audit-chain
               assign to
                   "../../../A1-ContactList/CONTACT-AUDIT-CHAIN.DAT"
               organization is line sequential
               file status is ws-audchain-status.

           select backup-file
               assign to dynamic ws-backup-name
               organization is line sequential
               file status is ws-backup-status.

           select backup-work
               assign to
                   "../../../A1-ContactList/CONTACT-ERASE-BACKUP.WRK"
               organization is line sequential
               file status is ws-bkwork-status.

           select privacy-report
               assign to "../../../A1-ContactList/CONTACT-PRIVACY.OUT"
               organization is line sequential.

           select master-lock
               assign to
                   "../../../A1-ContactList/CONTACT-MASTER-LOCK.DAT"
               organization is line sequential
               file status is ws-lock-status.

           select run-control
               assign to "../../../A1-ContactList/CONTACT-RUNCTL.LOG"
               organization is line sequential
               file status is ws-runctl-status.

       data division.
       file section.

       fd privacy-parm
           data record is parm-line
           record contains 80 characters.

       01 parm-line.
           05 parm-mode         pic x(6).
           05 filler            pic x(1).
           05 parm-subject      pic x(30).
           05 filler            pic x(1).
           05 parm-requested-by pic x(20).
           05 filler            pic x(1).
           05 parm-approved-by  pic x(20).
           05 filler            pic x(1).

       fd authority-file
           data record is auth-rec.

           copy "AUTH-REC.cpy".

       fd contact-master
           data record is contact-rec.

           copy "CONTACT-REC.cpy".

       fd contact-xref
           data record is xref-rec.

           copy "XREF-REC.cpy".

       fd channel-file
           data record is channel-rec.

           copy "CHANNEL-REC.cpy".

       fd group-member
           data record is member-rec.

           copy "MEMBER-REC.cpy".

       fd group-master
           data record is group-rec.

           copy "GROUP-REC.cpy".

       fd interact-file
           data record is interact-rec.

           copy "INTERACT-REC.cpy".

       fd dist-history
           data record is dist-rec.

           copy "DISTHIST-REC.cpy".

       fd keep-file
           data record is keep-rec.

           copy "KEEP-REC.cpy".

       fd resolve-file
           data record is sync-rec.

           copy "SYNCCONF-REC.cpy".

       fd review-file
           data record is match-rec.

           copy "MATCH-REC.cpy".

       fd list-work
           data record is listwork-line
           record contains 139 characters.

       01 listwork-line pic x(139).

       fd audit-file
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

       fd audit-work
           data record is audwork-line
           record contains 532 characters.

       01 audwork-line pic x(532).

       fd audit-chain
           data record is audchain-line
           record contains 80 characters.

       01 audchain-line pic x(80).

       fd backup-file
           data record is backup-rec.

           copy "BACKUP-REC.cpy".

       fd backup-work
           data record is bkwork-line
           record contains 283 characters.

       01 bkwork-line pic x(283).

       fd privacy-report
           data record is report-line
           record contains 240 characters.

       01 report-line pic x(240).

       fd run-control
           data record is runctl-line
           record contains 80 characters.

       01 runctl-line pic x(80).

       fd master-lock
           data record is lock-line
           record contains 80 characters.

       01 lock-line pic x(80).

       working-storage section.

       01 ws-parm-status pic xx.
         88 ws-parm-ok value "00".
         88 ws-parm-not-found value "35".

       01 ws-auth-status pic xx.
         88 ws-auth-ok value "00".
         88 ws-auth-not-found value "35".

       01 ws-master-status pic xx.
         88 ws-master-ok value "00".
         88 ws-master-not-found value "23" "35".

       01 ws-xref-status pic xx.
         88 ws-xref-ok value "00".
         88 ws-xref-not-found value "23" "35".

       01 ws-channel-status pic xx.
         88 ws-channel-ok value "00".
         88 ws-channel-not-found value "23" "35".

       01 ws-member-status pic xx.
         88 ws-member-ok value "00".
         88 ws-member-not-found value "23" "35".

       01 ws-group-status pic xx.
         88 ws-group-ok value "00".
         88 ws-group-not-found value "23" "35".

       01 ws-interact-status pic xx.
         88 ws-interact-ok value "00".
         88 ws-interact-not-found value "23" "35".

       01 ws-dist-status pic xx.
         88 ws-dist-ok value "00".
         88 ws-dist-not-found value "23" "35".

       01 ws-keep-status pic xx.
         88 ws-keep-ok value "00".
         88 ws-keep-not-found value "23" "35".

       01 ws-resolve-status pic xx.
         88 ws-resolve-ok value "00".
         88 ws-resolve-not-found value "35".

       01 ws-review-status pic xx.
         88 ws-review-ok value "00".
         88 ws-review-not-found value "35".

       01 ws-listwork-status pic xx.
         88 ws-listwork-ok value "00".

       01 ws-audit-status pic xx.
         88 ws-audit-ok value "00".
         88 ws-audit-not-found value "35".

       01 ws-audwork-status pic xx.
         88 ws-audwork-ok value "00".

       01 ws-audchain-status pic xx.
         88 ws-audchain-ok value "00".
         88 ws-audchain-not-found value "35".

       01 ws-backup-status pic xx.
         88 ws-backup-ok value "00".
         88 ws-backup-not-found value "35".

       01 ws-bkwork-status pic xx.
         88 ws-bkwork-ok value "00".

       01 ws-runctl-status pic xx.
         88 ws-runctl-ok value "00".
         88 ws-runctl-not-found value "35".

       01 ws-flags.
         05 ws-parm-eof-flag pic x value "N".
           88 ws-parm-eof value "Y".
         05 ws-parm-missing-flag pic x value "N".
           88 ws-parm-missing value "Y".
         05 ws-request-good-flag pic x value "N".
           88 ws-request-good value "Y".
         05 ws-subject-found-flag pic x value "N".
           88 ws-subject-found value "Y".
         05 ws-auth-eof-flag pic x value "N".
           88 ws-auth-eof value "Y".
         05 ws-setter-ok-flag pic x value "N".
           88 ws-setter-ok value "Y".
         05 ws-approver-ok-flag pic x value "N".
           88 ws-approver-ok value "Y".
         05 ws-scan-eof-flag pic x value "N".
           88 ws-scan-eof value "Y".
         05 ws-chain-end-flag pic x value "N".
           88 ws-chain-end value "Y".
         05 ws-pass-added-flag pic x value "N".
           88 ws-pass-added value "Y".
         05 ws-set-full-flag pic x value "N".
           88 ws-set-full value "Y".
         05 ws-master-missing-flag pic x value "N".
           88 ws-master-missing value "Y".
         05 ws-xref-missing-flag pic x value "N".
           88 ws-xref-missing value "Y".
         05 ws-channel-missing-flag pic x value "N".
           88 ws-channel-missing value "Y".
         05 ws-member-missing-flag pic x value "N".
           88 ws-member-missing value "Y".
         05 ws-group-missing-flag pic x value "N".
           88 ws-group-missing value "Y".
         05 ws-interact-missing-flag pic x value "N".
           88 ws-interact-missing value "Y".
         05 ws-dist-missing-flag pic x value "N".
           88 ws-dist-missing value "Y".
         05 ws-keep-missing-flag pic x value "N".
           88 ws-keep-missing value "Y".
         05 ws-line-eof-flag pic x value "N".
           88 ws-line-eof value "Y".
         05 ws-resealing-flag pic x value "N".
           88 ws-resealing value "Y".
         05 ws-orig-ok-flag pic x value "N".
           88 ws-orig-ok value "Y".
         05 ws-file-changed-flag pic x value "N".
           88 ws-file-changed value "Y".
         05 ws-chain-changed-flag pic x value "N".
           88 ws-chain-changed value "Y".
         05 ws-chain-full-flag pic x value "N".
           88 ws-chain-full value "Y".
         05 ws-section-hit-flag pic x value "N".
           88 ws-section-hit value "Y".
         05 ws-drop-rec-flag pic x value "N".
           88 ws-drop-rec value "Y".
         05 ws-list-changed-flag pic x value "N".
           88 ws-list-changed value "Y".

      *> the request being handled, kept once the parameter record
      *> has moved on.
       01 ws-request.
         05 ws-mode           pic x(6).
           88 ws-mode-access  value "ACCESS".
           88 ws-mode-erase   value "ERASE".
         05 ws-subject        pic x(30).
         05 ws-subject-fold   pic x(30).
         05 ws-requested-by   pic x(20).
         05 ws-approved-by    pic x(20).
         05 ws-u-hits         pic 9(2) value zero.

      *> every contact ID the subject has held: the one it is filed
      *> under now, then each ID retired into it by a merge, with
      *> the ID it went into and the day it went.
       01 ws-id-set.
         05 ws-set-max   pic 9(2) value 50.
         05 ws-set-count pic 9(2) value zero.
         05 ws-set-i     pic 9(2).
         05 ws-set-j     pic 9(2).
         05 ws-set-hit   pic 9(2).
         05 ws-set-entry occurs 50 times.
           10 ws-set-id   pic x(6).
           10 ws-set-role pic x(1).
           10 ws-set-into pic x(6).
           10 ws-set-date pic 9(8).

       01 ws-look-id pic x(6).
       01 ws-root-id pic x(6).
       01 ws-hops    pic 9(2).

       01 ws-add-entry.
         05 ws-add-role pic x(1).
         05 ws-add-into pic x(6).
         05 ws-add-date pic 9(8).

      *> contacts holding the email address asked about.
       01 ws-matches.
         05 ws-match-count pic 9(2) value zero.
         05 ws-match-i     pic 9(2).
         05 ws-match-dup   pic 9(2).
         05 ws-match-id    pic x(6) occurs 10 times.
       01 ws-match-value pic x(30).

      *> the month walk over the dated archives and backups.
       01 ws-period-work.
         05 ws-period       pic 9(6).
         05 ws-period-x redefines ws-period.
           10 ws-per-yyyy pic 9(4).
           10 ws-per-mm   pic 9(2).
         05 ws-from-period  pic 9(6) value 202101.
         05 ws-month-no     pic 9(6).
         05 ws-month-end    pic 9(6).
         05 ws-day          pic 9(2).

       01 ws-run-date pic 9(8).

       01 ws-audit-name  pic x(64).
       01 ws-audit-label pic x(24).
       01 ws-live-name   pic x(64)
           value "../../../A1-ContactList/CONTACT-AUDIT.LOG".

       01 ws-backup-name pic x(64).
       01 ws-backup-date pic 9(8).

      *> CONTACT-AUDIT-CHAIN.DAT held whole, in its own order, so it
      *> can be written back with the closing hashes the re-seal
      *> moves.  A period archived twice is matched on its latest
      *> record, as the verification reads it.
       01 ws-chain-table.
         05 ws-chain-max   pic 9(3) value 600.
         05 ws-chain-count pic 9(3) value zero.
         05 ws-chain-i     pic 9(3).
         05 ws-chain-hit   pic 9(3).
         05 ws-chain-raw   pic x(80) occurs 600 times.

           copy "AUDCHAIN-REC.cpy".

      *> the re-seal: the hash each line was stored with, the one
      *> the line before it had as the trail stood (OLD) and as it
      *> is being rewritten (NEW), and where each file closes.
       01 ws-reseal-work.
         05 ws-old-prev-hash   pic 9(9).
         05 ws-new-prev-hash   pic 9(9).
         05 ws-stored-hash     pic 9(9).
         05 ws-held-hash       pic 9(9).
         05 ws-file-last-seq   pic 9(9).
         05 ws-file-old-hash   pic 9(9).
         05 ws-file-new-hash   pic 9(9).

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

      *> overlay for audit lines written in the old 240-byte layout
      *> (before the record grew the address, status and consent
      *> fields): the header and before-image offsets are unchanged,
      *> but the after-image starts where the new layout's
      *> before-addr1 now sits.
       01 ws-old-audit-line pic x(240).
       01 ws-old-audit redefines ws-old-audit-line.
         05 filler               pic x(145).
         05 ws-old-after-tag     pic x(7).
         05 ws-old-after-name    pic x(20).
         05 filler               pic x(1).
         05 ws-old-after-email   pic x(30).
         05 filler               pic x(1).
         05 ws-old-after-phone   pic x(12).
         05 filler               pic x(1).
         05 ws-old-after-company pic x(20).
         05 filler               pic x(3).

      *> the audit record, read and written at the offsets Program2
      *> writes it.  The blank record is kept aside at start so the
      *> ERASE lines are built on clean separators whatever was read
      *> through the record area before.
           copy "AUDIT-REC.cpy".

       01 ws-audit-template pic x(532).
       01 ws-image-line     pic x(200).

      *> a backup detail record's contact image.
           copy "CONTACT-REC.cpy"
               replacing ==contact-rec==          by ==bk-rec==
                         ==contact-id==           by ==bk-id==
                         ==contact-name==         by ==bk-name==
                         ==contact-email==        by ==bk-email==
                         ==contact-phone==        by ==bk-phone==
                         ==contact-sort-name==    by ==bk-sort-name==
                         ==contact-company==      by ==bk-company==
                         ==contact-addr1==        by ==bk-addr1==
                         ==contact-addr2==        by ==bk-addr2==
                         ==contact-city==         by ==bk-city==
                         ==contact-state==        by ==bk-state==
                         ==contact-postal==       by ==bk-postal==
                         ==contact-status==       by ==bk-status==
                         ==contact-is-inactive==
                             by ==bk-is-inactive==
                         ==contact-status-date==  by ==bk-status-date==
                         ==contact-no-email==     by ==bk-no-email==
                         ==contact-dnc-email==    by ==bk-dnc-email==
                         ==contact-no-phone==     by ==bk-no-phone==
                         ==contact-dnc-phone==    by ==bk-dnc-phone==
                         ==contact-no-postal==    by ==bk-no-postal==
                         ==contact-dnc-postal==   by ==bk-dnc-postal==
                         ==contact-email-key==    by ==bk-email-key==
                         ==contact-company-key==  by ==bk-company-key==
                         ==contact-key-company==  by ==bk-key-company==
                         ==contact-key-sort-name==
                             by ==bk-key-sort-name==.

      *> what a backup's trailer totalled for the detail records
      *> taken out of it: the count, the numeric IDs, and each
      *> phone's three segments whenever all three are numeric.
       01 ws-count-removed pic 9(9) value zero.
       01 ws-id-num        pic 9(6).
       01 ws-id-removed    pic 9(12) value zero.
       01 ws-phone-value pic x(12).
       01 ws-phone-parts redefines ws-phone-value.
         05 ws-phone-seg1 pic x(3).
         05 filler        pic x(1).
         05 ws-phone-seg2 pic x(3).
         05 filler        pic x(1).
         05 ws-phone-seg4 pic x(4).
       01 ws-phone-num1   pic 9(3).
       01 ws-phone-num2   pic 9(3).
       01 ws-phone-num4   pic 9(4).
       01 ws-phone-removed pic 9(12) value zero.

           copy "ERASE-MARK.cpy".

       01 ws-counters.
         05 ws-request-count  pic 9(6) value zero.
         05 ws-access-count   pic 9(6) value zero.
         05 ws-erased-count   pic 9(6) value zero.
         05 ws-unfound-count  pic 9(6) value zero.
         05 ws-refused-count  pic 9(6) value zero.
         05 ws-break-count    pic 9(6) value zero.
         05 ws-section-count  pic 9(6) value zero.

      *> what one erasure removed and rewrote.
       01 ws-erase-counts.
         05 ws-er-master      pic 9(6).
         05 ws-er-channel     pic 9(6).
         05 ws-er-member      pic 9(6).
         05 ws-er-mailing     pic 9(6).
         05 ws-er-interact    pic 9(6).
         05 ws-er-kept        pic 9(6).
         05 ws-er-conflicts   pic 9(6).
         05 ws-er-pairs       pic 9(6).
         05 ws-er-audit-lines pic 9(6).
         05 ws-er-audit-files pic 9(6).
         05 ws-er-resealed    pic 9(6).
         05 ws-er-backup-recs pic 9(6).
         05 ws-er-backup-files pic 9(6).
         05 ws-er-breaks      pic 9(6).
         05 ws-er-erase-lines pic 9(6).

       01 ws-audit-date pic 9(8).
       01 ws-audit-time pic 9(8).

      *> run-control severity and stamps for CONTACT-RUNCTL.LOG.
       01 ws-run-controls.
         05 ws-severity   pic 9(2) value zero.
         05 ws-stamp-date pic 9(8).
         05 ws-stamp-time pic 9(8).

           copy "RUNCTL-REC.cpy".

      *> single-writer interlock state for the master.
       01 ws-lock-status pic xx.
         88 ws-lock-ok value "00".
         88 ws-lock-not-found value "35".

       01 ws-lock-flags.
         05 ws-lock-denied-flag pic x value "N".
           88 ws-lock-denied value "Y".
         05 ws-lock-free-flag pic x value "N".
           88 ws-lock-free value "Y".
         05 ws-holder-ended-flag pic x value "N".
           88 ws-holder-ended value "Y".
         05 ws-lockscan-eof-flag pic x value "N".
           88 ws-lockscan-eof value "Y".

       01 ws-lock-today pic 9(8).

           copy "LOCK-REC.cpy".

       procedure division.
       000-main.

           move audit-rec to ws-audit-template.

           perform 050-write-run-start.
           perform 100-open-parm.

           if not ws-parm-missing
               perform 200-handle-one-request
                   until ws-parm-eof
               close privacy-parm
           end-if.

           perform 900-write-totals.
           close privacy-report.
           perform 950-write-run-end.

           goback.

      *> ---------------------------------------------------------
      *> 010 - the single-writer interlock, taken only for an
      *> erasure: only one program updates CONTACT-MASTER.DAT at a
      *> time.  A free token is taken; a held token is judged stale
      *> - and seized - when it is under this program's own name, or
      *> when the holder already wrote its END at or after the token
      *> stamp on the run-control log.  Any other holder still
      *> between START and END is live and the erasure is refused.
      *> ---------------------------------------------------------
       010-acquire-master-lock.

           accept ws-lock-today from date yyyymmdd.
           move "N" to ws-lock-free-flag.
           move "N" to ws-lock-denied-flag.
           move spaces to lock-rec.

           open input master-lock.
           if ws-lock-not-found
               set ws-lock-free to true
           else
               read master-lock
                   at end
                       set ws-lock-free to true
                   not at end
                       move lock-line to lock-rec
                       if lock-holder = spaces
                           set ws-lock-free to true
                       end-if
               end-read
               close master-lock
           end-if.

           if not ws-lock-free
               perform 012-judge-lock-holder
           end-if.

           if not ws-lock-denied
               perform 018-write-lock-token
           end-if.

      *> a token under this program's own name can only be its own
      *> earlier crash - the shop never runs two instances of the
      *> same step - so it is stale outright.
       012-judge-lock-holder.

           if lock-holder = "PROGRAM28"
               continue
           else
               perform 013-judge-other-holder
           end-if.

       013-judge-other-holder.

           move "N" to ws-holder-ended-flag.
           move "N" to ws-lockscan-eof-flag.

      *> this run's own START is on the log and the log is open for
      *> it, so the holder's END is looked for on a second pass.
           close run-control.
           open input run-control.
           if ws-runctl-not-found
               set ws-holder-ended to true
           else
               perform 014-scan-one-runctl-line
                   until ws-lockscan-eof
               close run-control
           end-if.
           open extend run-control.

           if ws-holder-ended
               continue
           else
               set ws-lock-denied to true
           end-if.

       014-scan-one-runctl-line.

           read run-control
               at end
                   set ws-lockscan-eof to true
               not at end
                   move runctl-line to runctl-rec
                   if runctl-program = lock-holder
                           and runctl-event = "END"
                           and runctl-date numeric
                       if runctl-date > lock-date
                               or (runctl-date = lock-date
                               and runctl-time >= lock-time)
                           set ws-holder-ended to true
                       end-if
                   end-if
           end-read.

       018-write-lock-token.

           move spaces to lock-rec.
           move "PROGRAM28" to lock-holder.
           move ws-lock-today to lock-date.
           accept lock-time from time.

           open output master-lock.
           write lock-line from lock-rec.
           close master-lock.

       940-release-master-lock.

           move spaces to lock-rec.

           open output master-lock.
           write lock-line from lock-rec.
           close master-lock.

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
           move "PROGRAM28" to runctl-program.
           move "START" to runctl-event.
           move ws-stamp-date to runctl-date.
           move ws-stamp-time to runctl-time.
           move zero to runctl-in-count.
           move zero to runctl-out-count.
           move zero to runctl-severity.
           write runctl-line from runctl-rec.

           accept ws-run-date from date yyyymmdd.

       100-open-parm.

           open output privacy-report.
           move spaces to report-line.
           string
               "PRIVACY SUBJECT ACCESS AND ERASURE  RUN "
                   delimited by size
               ws-run-date delimited by size
               into report-line
           end-string.
           write report-line.

           open input privacy-parm.
           if ws-parm-not-found
               set ws-parm-missing to true
               move "NO CONTACT-PRIVACY-PARM.DAT - NOTHING REQUESTED"
                   to report-line
               write report-line
           end-if.

       200-handle-one-request.

           read privacy-parm
               at end
                   set ws-parm-eof to true
               not at end
                   if parm-line not = spaces
                       add 1 to ws-request-count
                       perform 205-run-one-request
                   end-if
           end-read.

      *> ---------------------------------------------------------
      *> 205 - one request: check it, find every ID the subject has
      *> held, then report on it or erase it.  The lookup files are
      *> read-only here; an erasure opens them again for update
      *> under the master lock.
      *> ---------------------------------------------------------
       205-run-one-request.

           perform 210-check-request.

           if ws-request-good
               perform 250-open-lookup-files
               perform 300-find-subject
               if ws-subject-found
                   perform 360-write-id-set
                   if ws-mode-access
                       perform 400-write-access-report
                       add 1 to ws-access-count
                   end-if
               end-if
               perform 290-close-lookup-files
               if ws-subject-found and ws-mode-erase
                   perform 600-erase-subject
               end-if
           end-if.

       210-check-request.

           move "N" to ws-request-good-flag.
           move parm-mode to ws-mode.
           move parm-subject to ws-subject.
           move parm-requested-by to ws-requested-by.
           move parm-approved-by to ws-approved-by.

           write report-line from spaces.
           move spaces to report-line.
           string
               "REQUEST "      delimited by size
               ws-mode         delimited by space
               " "             delimited by size
               ws-subject      delimited by space
               " BY "          delimited by size
               ws-requested-by delimited by space
               into report-line
           end-string.
           write report-line.

           evaluate true
               when not ws-mode-access and not ws-mode-erase
                   add 1 to ws-refused-count
                   move "  MODE MUST BE ACCESS OR ERASE - IGNORED"
                       to report-line
                   write report-line
               when ws-subject = spaces
                   add 1 to ws-refused-count
                   move "  NO CONTACT ID OR EMAIL GIVEN - IGNORED"
                       to report-line
                   write report-line
               when ws-requested-by = spaces
                   add 1 to ws-refused-count
                   move "  NO REQUESTING USER GIVEN - IGNORED"
                       to report-line
                   write report-line
               when ws-mode-erase
                   perform 220-check-countersign
               when other
                   set ws-request-good to true
           end-evaluate.

      *> ---------------------------------------------------------
      *> 220 - no one person can erase a contact: the request must
      *> name the user asking and a different user approving, and
      *> both must hold code U on the authority table, as for the
      *> retention purge.  Anything less erases nothing.
      *> ---------------------------------------------------------
       220-check-countersign.

           move "N" to ws-setter-ok-flag.
           move "N" to ws-approver-ok-flag.
           move "N" to ws-auth-eof-flag.

           if ws-approved-by not = spaces
                   and ws-requested-by not = ws-approved-by
               open input authority-file
               if ws-auth-not-found
                   set ws-auth-eof to true
               end-if
               perform 225-scan-one-authority
                   until ws-auth-eof
               if not ws-auth-not-found
                   close authority-file
               end-if
           end-if.

           if ws-setter-ok and ws-approver-ok
               set ws-request-good to true
               move spaces to report-line
               string
                   "  ERASURE REQUESTED BY " delimited by size
                   ws-requested-by           delimited by space
                   " APPROVED BY "           delimited by size
                   ws-approved-by            delimited by space
                   into report-line
               end-string
               write report-line
           else
               add 1 to ws-refused-count
               move spaces to report-line
               string
                   "  ERASURE NOT REQUESTED AND APPROVED BY TWO "
                       delimited by size
                   "AUTHORISED USERS - NOTHING ERASED"
                       delimited by size
                   into report-line
               end-string
               write report-line
           end-if.

       225-scan-one-authority.

           read authority-file
               at end
                   set ws-auth-eof to true
               not at end
                   move zero to ws-u-hits
                   inspect auth-codes
                       tallying ws-u-hits for all "U"
                   if ws-u-hits > zero
                       if auth-userid = ws-requested-by
                           set ws-setter-ok to true
                       end-if
                       if auth-userid = ws-approved-by
                           set ws-approver-ok to true
                       end-if
                   end-if
           end-read.

      *> ---------------------------------------------------------
      *> 250 - the files that hold the contact, opened to read.  Any
      *> that does not exist yet simply holds nothing on it.
      *> ---------------------------------------------------------
       250-open-lookup-files.

           move "N" to ws-master-missing-flag.
           open input contact-master.
           if ws-master-not-found
               set ws-master-missing to true
           end-if.

           move "N" to ws-xref-missing-flag.
           open input contact-xref.
           if ws-xref-not-found
               set ws-xref-missing to true
           end-if.

           move "N" to ws-channel-missing-flag.
           open input channel-file.
           if ws-channel-not-found
               set ws-channel-missing to true
           end-if.

           move "N" to ws-member-missing-flag.
           open input group-member.
           if ws-member-not-found
               set ws-member-missing to true
           end-if.

           move "N" to ws-group-missing-flag.
           open input group-master.
           if ws-group-not-found
               set ws-group-missing to true
           end-if.

           move "N" to ws-interact-missing-flag.
           open input interact-file.
           if ws-interact-not-found
               set ws-interact-missing to true
           end-if.

           move "N" to ws-dist-missing-flag.
           open input dist-history.
           if ws-dist-not-found
               set ws-dist-missing to true
           end-if.

           move "N" to ws-keep-missing-flag.
           open input keep-file.
           if ws-keep-not-found
               set ws-keep-missing to true
           end-if.

       290-close-lookup-files.

           if not ws-master-missing
               close contact-master
           end-if.
           if not ws-xref-missing
               close contact-xref
           end-if.
           if not ws-channel-missing
               close channel-file
           end-if.
           if not ws-member-missing
               close group-member
           end-if.
           if not ws-group-missing
               close group-master
           end-if.
           if not ws-interact-missing
               close interact-file
           end-if.
           if not ws-dist-missing
               close dist-history
           end-if.
           if not ws-keep-missing
               close keep-file
           end-if.

      *> ---------------------------------------------------------
      *> 300 - who the request is about.  A contact ID is followed
      *> forward through the cross-reference to the ID it is filed
      *> under now (an ID that is on no file at all is still taken:
      *> a purged contact lives on in the audit trail and backups).
      *> An email address must belong to exactly one contact - its
      *> main address on the master or an extra one on the channel
      *> file; none or several and nothing is done.  Every ID later
      *> merged into the subject then joins it (330).
      *> ---------------------------------------------------------
       300-find-subject.

           move zero to ws-set-count.
           move "N" to ws-set-full-flag.
           move "N" to ws-subject-found-flag.
           move spaces to ws-root-id.

           if ws-subject(1:6) is numeric
                   and ws-subject(7:24) = spaces
               move ws-subject(1:6) to ws-root-id
               perform 310-follow-forward
           else
               perform 320-find-by-email
           end-if.

           if ws-root-id not = spaces
               set ws-subject-found to true
               move ws-root-id to ws-look-id
               move "C" to ws-add-role
               move spaces to ws-add-into
               move zero to ws-add-date
               perform 380-add-to-set
               if not ws-xref-missing
                   perform 330-collect-retired
               end-if
           end-if.

       310-follow-forward.

           move zero to ws-hops.
           move "N" to ws-chain-end-flag.
           if ws-xref-missing
               set ws-chain-end to true
           end-if.

           perform 315-follow-one-hop
               until ws-chain-end or ws-hops > 20.

       315-follow-one-hop.

           move ws-root-id to xref-old-id.
           read contact-xref key is xref-old-id
               invalid key
                   set ws-chain-end to true
               not invalid key
                   add 1 to ws-hops
                   if xref-new-id = ws-root-id
                       set ws-chain-end to true
                   else
                       move spaces to report-line
                       string
                           "  ID "       delimited by size
                           ws-root-id    delimited by size
                           " WAS MERGED INTO " delimited by size
                           xref-new-id   delimited by size
                           " ON "        delimited by size
                           xref-date     delimited by size
                           into report-line
                       end-string
                       write report-line
                       move xref-new-id to ws-root-id
                   end-if
           end-read.

       320-find-by-email.

           move ws-subject to ws-subject-fold.
           inspect ws-subject-fold
               converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       to "abcdefghijklmnopqrstuvwxyz".
           move zero to ws-match-count.

           if not ws-master-missing
               move "N" to ws-scan-eof-flag
               move ws-subject-fold to contact-email-key
               start contact-master key = contact-email-key
                   invalid key
                       set ws-scan-eof to true
               end-start
               perform 322-read-one-by-email
                   until ws-scan-eof
           end-if.

           if ws-match-count = zero and not ws-channel-missing
               move "N" to ws-scan-eof-flag
               move low-values to channel-key
               start channel-file key >= channel-key
                   invalid key
                       set ws-scan-eof to true
               end-start
               perform 324-scan-one-channel
                   until ws-scan-eof
           end-if.

           evaluate true
               when ws-match-count = 1
                   move ws-match-id(1) to ws-root-id
               when ws-match-count = zero
                   add 1 to ws-unfound-count
                   move spaces to report-line
                   string
                       "  NO CONTACT HOLDS THIS EMAIL ADDRESS - "
                           delimited by size
                       "NOTHING DONE" delimited by size
                       into report-line
                   end-string
                   write report-line
               when other
                   add 1 to ws-unfound-count
                   move spaces to report-line
                   string
                       "  EMAIL ADDRESS HELD BY MORE THAN ONE "
                           delimited by size
                       "CONTACT - NAME THE CONTACT ID; NOTHING DONE"
                           delimited by size
                       into report-line
                   end-string
                   write report-line
                   perform 328-list-one-match
                       varying ws-match-i from 1 by 1
                       until ws-match-i > ws-match-count
           end-evaluate.

       322-read-one-by-email.

           read contact-master next record
               at end
                   set ws-scan-eof to true
               not at end
                   if contact-email-key = ws-subject-fold
                       move contact-id to ws-look-id
                       perform 326-note-match
                   else
                       set ws-scan-eof to true
                   end-if
           end-read.

       324-scan-one-channel.

           read channel-file next record
               at end
                   set ws-scan-eof to true
               not at end
                   if channel-is-email
                       move channel-value to ws-match-value
                       inspect ws-match-value
                           converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                                   to "abcdefghijklmnopqrstuvwxyz"
                       if ws-match-value = ws-subject-fold
                           move channel-contact-id to ws-look-id
                           perform 326-note-match
                       end-if
                   end-if
           end-read.

       326-note-match.

           move zero to ws-match-dup.
           perform 327-check-one-match
               varying ws-match-i from 1 by 1
               until ws-match-i > ws-match-count.

           if ws-match-dup = zero and ws-match-count < 10
               add 1 to ws-match-count
               move ws-look-id to ws-match-id(ws-match-count)
           end-if.

       327-check-one-match.

           if ws-match-id(ws-match-i) = ws-look-id
               move ws-match-i to ws-match-dup
           end-if.

       328-list-one-match.

           move spaces to report-line.
           string
               "    CONTACT " delimited by size
               ws-match-id(ws-match-i) delimited by size
               into report-line
           end-string.
           write report-line.

      *> ---------------------------------------------------------
      *> 330 - every ID merged into one already held joins the set,
      *> pass after pass over the cross-reference until a pass adds
      *> nothing, so a chain of merges is followed to its start.
      *> ---------------------------------------------------------
       330-collect-retired.

           set ws-pass-added to true.
           perform 335-xref-pass
               until not ws-pass-added.

       335-xref-pass.

           move "N" to ws-pass-added-flag.
           move "N" to ws-scan-eof-flag.
           move low-values to xref-old-id.
           start contact-xref key >= xref-old-id
               invalid key
                   set ws-scan-eof to true
           end-start.

           perform 337-check-one-xref
               until ws-scan-eof.

       337-check-one-xref.

           read contact-xref next record
               at end
                   set ws-scan-eof to true
               not at end
                   move xref-old-id to ws-look-id
                   perform 390-find-in-set
                   if ws-set-hit = zero
                       move xref-new-id to ws-look-id
                       perform 390-find-in-set
                       if ws-set-hit > zero
                           move xref-old-id to ws-look-id
                           move "R" to ws-add-role
                           move xref-new-id to ws-add-into
                           move xref-date to ws-add-date
                           perform 380-add-to-set
                       end-if
                   end-if
           end-read.

      *> ---------------------------------------------------------
      *> 360 - the IDs the request covers, each with where it
      *> stands: on the master, retired by a merge (the
      *> cross-reference entry), or on no file any more.
      *> ---------------------------------------------------------
       360-write-id-set.

           move "  CONTACT IDS COVERED (CONTACT-XREF.DAT MERGES):"
               to report-line.
           write report-line.

           perform 365-write-one-id
               varying ws-set-i from 1 by 1
               until ws-set-i > ws-set-count.

           if ws-set-full
               move spaces to report-line
               string
                   "    MORE THAN 50 IDS MERGED TOGETHER - THE REST "
                       delimited by size
                   "ARE NOT COVERED" delimited by size
                   into report-line
               end-string
               write report-line
           end-if.

       365-write-one-id.

           move spaces to report-line.
           if ws-set-role(ws-set-i) = "R"
               string
                   "    "                  delimited by size
                   ws-set-id(ws-set-i)    delimited by size
                   " RETIRED - MERGED INTO " delimited by size
                   ws-set-into(ws-set-i)  delimited by size
                   " ON "                 delimited by size
                   ws-set-date(ws-set-i)  delimited by size
                   into report-line
               end-string
           else
               move "N" to ws-section-hit-flag
               if not ws-master-missing
                   move ws-set-id(ws-set-i) to contact-id
                   read contact-master key is contact-id
                       invalid key
                           continue
                       not invalid key
                           set ws-section-hit to true
                   end-read
               end-if
               if ws-section-hit
                   string
                       "    "               delimited by size
                       ws-set-id(ws-set-i) delimited by size
                       " ON THE MASTER"    delimited by size
                       into report-line
                   end-string
               else
                   string
                       "    "               delimited by size
                       ws-set-id(ws-set-i) delimited by size
                       " NOT ON THE MASTER" delimited by size
                       into report-line
                   end-string
               end-if
           end-if.
           write report-line.

       380-add-to-set.

           if ws-set-count < ws-set-max
               add 1 to ws-set-count
               move ws-look-id  to ws-set-id(ws-set-count)
               move ws-add-role to ws-set-role(ws-set-count)
               move ws-add-into to ws-set-into(ws-set-count)
               move ws-add-date to ws-set-date(ws-set-count)
               set ws-pass-added to true
           else
               set ws-set-full to true
           end-if.

       390-find-in-set.

           move zero to ws-set-hit.
           perform 395-match-one-set-id
               varying ws-set-j from 1 by 1
               until ws-set-j > ws-set-count
                   or ws-set-hit > zero.

       395-match-one-set-id.

           if ws-set-id(ws-set-j) = ws-look-id
               move ws-set-j to ws-set-hit
           end-if.

      *> ---------------------------------------------------------
      *> 400 - the subject access report: everything held on every
      *> ID the subject has had, file by file.
      *> ---------------------------------------------------------
       400-write-access-report.

           perform 410-write-master-section.
           perform 420-write-channel-section.
           perform 430-write-member-section.
           perform 450-write-interact-section.
           perform 460-write-mailing-section.
           perform 470-write-kept-section.
           perform 476-write-conflict-section.
           perform 478-write-pair-section.
           perform 480-write-audit-section.

       405-write-section-end.

           if ws-section-count = zero
               move "    NONE" to report-line
               write report-line
           end-if.

       410-write-master-section.

           move "  MASTER RECORD (CONTACT-MASTER.DAT):"
               to report-line.
           write report-line.
           move zero to ws-section-count.

           if not ws-master-missing
               perform 412-write-one-master
                   varying ws-set-i from 1 by 1
                   until ws-set-i > ws-set-count
           end-if.
           perform 405-write-section-end.

       412-write-one-master.

           move ws-set-id(ws-set-i) to contact-id.
           read contact-master key is contact-id
               invalid key
                   continue
               not invalid key
                   add 1 to ws-section-count
                   perform 414-write-master-lines
           end-read.

       414-write-master-lines.

           move spaces to report-line.
           string
               "    ID             : " delimited by size
               contact-id              delimited by size
               into report-line
           end-string.
           write report-line.
           move spaces to report-line.
           string
               "    NAME           : " delimited by size
               contact-name            delimited by size
               into report-line
           end-string.
           write report-line.
           move spaces to report-line.
           string
               "    EMAIL          : " delimited by size
               contact-email           delimited by size
               into report-line
           end-string.
           write report-line.
           move spaces to report-line.
           string
               "    PHONE          : " delimited by size
               contact-phone           delimited by size
               into report-line
           end-string.
           write report-line.
           move spaces to report-line.
           string
               "    COMPANY        : " delimited by size
               contact-company         delimited by size
               into report-line
           end-string.
           write report-line.
           move spaces to report-line.
           string
               "    ADDRESS        : " delimited by size
               contact-addr1           delimited by size
               into report-line
           end-string.
           write report-line.
           move spaces to report-line.
           string
               "                     " delimited by size
               contact-addr2           delimited by size
               into report-line
           end-string.
           write report-line.
           move spaces to report-line.
           string
               "    CITY/STATE/ZIP : " delimited by size
               contact-city            delimited by size
               " "                     delimited by size
               contact-state           delimited by size
               " "                     delimited by size
               contact-postal          delimited by size
               into report-line
           end-string.
           write report-line.
           move spaces to report-line.
           string
               "    STATUS         : " delimited by size
               contact-status          delimited by size
               " SINCE "               delimited by size
               contact-status-date     delimited by size
               into report-line
           end-string.
           write report-line.
           move spaces to report-line.
           string
               "    DO NOT CONTACT : EMAIL=" delimited by size
               contact-no-email        delimited by size
               " PHONE="               delimited by size
               contact-no-phone        delimited by size
               " POSTAL="              delimited by size
               contact-no-postal       delimited by size
               into report-line
           end-string.
           write report-line.

       420-write-channel-section.

           move "  OTHER PHONES AND EMAILS (CONTACT-CHANNEL.DAT):"
               to report-line.
           write report-line.
           move zero to ws-section-count.

           if not ws-channel-missing
               perform 422-write-id-channels
                   varying ws-set-i from 1 by 1
                   until ws-set-i > ws-set-count
           end-if.
           perform 405-write-section-end.

       422-write-id-channels.

           move "N" to ws-scan-eof-flag.
           move ws-set-id(ws-set-i) to channel-contact-id.
           move zero to channel-seq.
           start channel-file key >= channel-key
               invalid key
                   set ws-scan-eof to true
           end-start.

           perform 424-write-one-channel
               until ws-scan-eof.

       424-write-one-channel.

           read channel-file next record
               at end
                   set ws-scan-eof to true
               not at end
                   if channel-contact-id not = ws-set-id(ws-set-i)
                       set ws-scan-eof to true
                   else
                       add 1 to ws-section-count
                       move spaces to report-line
                       string
                           "    "             delimited by size
                           channel-contact-id delimited by size
                           " "               delimited by size
                           channel-type       delimited by size
                           " "               delimited by size
                           channel-value      delimited by size
                           " PRIMARY="        delimited by size
                           channel-primary    delimited by size
                           into report-line
                       end-string
                       write report-line
                   end-if
           end-read.

       430-write-member-section.

           move "  GROUP MEMBERSHIPS (GROUP-MEMBER.DAT):"
               to report-line.
           write report-line.
           move zero to ws-section-count.

           if not ws-member-missing
               move "N" to ws-scan-eof-flag
               move low-values to member-key
               start group-member key >= member-key
                   invalid key
                       set ws-scan-eof to true
               end-start
               perform 432-write-one-member
                   until ws-scan-eof
           end-if.
           perform 405-write-section-end.

       432-write-one-member.

           read group-member next record
               at end
                   set ws-scan-eof to true
               not at end
                   move member-contact-id to ws-look-id
                   perform 390-find-in-set
                   if ws-set-hit > zero
                       add 1 to ws-section-count
                       move spaces to group-name
                       if not ws-group-missing
                           move member-group-id to group-id
                           read group-master
                               invalid key
                                   move spaces to group-name
                           end-read
                       end-if
                       move spaces to report-line
                       string
                           "    "            delimited by size
                           member-contact-id delimited by size
                           " GROUP "         delimited by size
                           member-group-id   delimited by size
                           " "               delimited by size
                           group-name        delimited by size
                           into report-line
                       end-string
                       write report-line
                   end-if
           end-read.

       450-write-interact-section.

           move "  INTERACTIONS (CONTACT-INTERACT.DAT):"
               to report-line.
           write report-line.
           move zero to ws-section-count.

           if not ws-interact-missing
               perform 452-write-id-interactions
                   varying ws-set-i from 1 by 1
                   until ws-set-i > ws-set-count
           end-if.
           perform 405-write-section-end.

       452-write-id-interactions.

           move "N" to ws-scan-eof-flag.
           move ws-set-id(ws-set-i) to interact-contact-id.
           move zero to interact-date.
           move zero to interact-time.
           start interact-file key >= interact-key
               invalid key
                   set ws-scan-eof to true
           end-start.

           perform 454-write-one-interaction
               until ws-scan-eof.

       454-write-one-interaction.

           read interact-file next record
               at end
                   set ws-scan-eof to true
               not at end
                   if interact-contact-id not = ws-set-id(ws-set-i)
                       set ws-scan-eof to true
                   else
                       add 1 to ws-section-count
                       move spaces to report-line
                       string
                           "    "              delimited by size
                           interact-contact-id delimited by size
                           " "                delimited by size
                           interact-date       delimited by size
                           " "                delimited by size
                           interact-time       delimited by size
                           " "                delimited by size
                           interact-type       delimited by size
                           " BY "             delimited by size
                           interact-user       delimited by size
                           " FOLLOW-UP "      delimited by size
                           interact-follow-up  delimited by size
                           " "                delimited by size
                           interact-note       delimited by size
                           into report-line
                       end-string
                       write report-line
                   end-if
           end-read.

       460-write-mailing-section.

           move "  MAILINGS (CONTACT-DIST-HIST.DAT):"
               to report-line.
           write report-line.
           move zero to ws-section-count.

           if not ws-dist-missing
               perform 462-write-id-mailings
                   varying ws-set-i from 1 by 1
                   until ws-set-i > ws-set-count
           end-if.
           perform 405-write-section-end.

       462-write-id-mailings.

           move "N" to ws-scan-eof-flag.
           move low-values to dist-key.
           move ws-set-id(ws-set-i) to dist-contact-id.
           start dist-history key >= dist-key
               invalid key
                   set ws-scan-eof to true
           end-start.

           perform 464-write-one-mailing
               until ws-scan-eof.

       464-write-one-mailing.

           read dist-history next record
               at end
                   set ws-scan-eof to true
               not at end
                   if dist-contact-id not = ws-set-id(ws-set-i)
                       set ws-scan-eof to true
                   else
                       add 1 to ws-section-count
                       move spaces to report-line
                       string
                           "    "             delimited by size
                           dist-contact-id    delimited by size
                           " "               delimited by size
                           dist-run-date      delimited by size
                           " "               delimited by size
                           dist-run-time      delimited by size
                           " "               delimited by size
                           dist-output-type   delimited by size
                           " GROUP "         delimited by size
                           dist-group-id      delimited by size
                           " CAMPAIGN "      delimited by size
                           dist-campaign-id   delimited by size
                           " "               delimited by size
                           dist-channel       delimited by size
                           " "               delimited by size
                           dist-channel-value delimited by size
                           into report-line
                       end-string
                       write report-line
                   end-if
           end-read.

       470-write-kept-section.

           move "  CRM VALUES KEPT OUT (CONTACT-SYNC-KEEP.DAT):"
               to report-line.
           write report-line.
           move zero to ws-section-count.

           if not ws-keep-missing
               perform 472-write-id-kept
                   varying ws-set-i from 1 by 1
                   until ws-set-i > ws-set-count
           end-if.
           perform 405-write-section-end.

       472-write-id-kept.

           move "N" to ws-scan-eof-flag.
           move ws-set-id(ws-set-i) to keep-contact-id.
           move low-values to keep-field.
           start keep-file key >= keep-key
               invalid key
                   set ws-scan-eof to true
           end-start.

           perform 474-write-one-kept
               until ws-scan-eof.

       474-write-one-kept.

           read keep-file next record
               at end
                   set ws-scan-eof to true
               not at end
                   if keep-contact-id not = ws-set-id(ws-set-i)
                       set ws-scan-eof to true
                   else
                       add 1 to ws-section-count
                       move spaces to report-line
                       string
                           "    "          delimited by size
                           keep-contact-id delimited by size
                           " "            delimited by size
                           keep-field      delimited by size
                           " "            delimited by size
                           keep-crm-value  delimited by size
                           " KEPT OUT ON " delimited by size
                           keep-date       delimited by size
                           " BY "         delimited by size
                           keep-analyst    delimited by size
                           into report-line
                       end-string
                       write report-line
                   end-if
           end-read.

      *> ---------------------------------------------------------
      *> 476/478 - the CRM conflicts held for an analyst (our value
      *> and the CRM's, field by field) and the probable-duplicate
      *> pairs held for a reviewer (both names), wherever the
      *> subject is either side of the pair.  Both files are short
      *> and in no key order, so each is read through.
      *> ---------------------------------------------------------
       476-write-conflict-section.

           move "  CRM CONFLICTS HELD (CONTACT-SYNC-RESOLVE.DAT):"
               to report-line.
           write report-line.
           move zero to ws-section-count.

           move "N" to ws-scan-eof-flag.
           open input resolve-file.
           if ws-resolve-not-found
               set ws-scan-eof to true
           end-if.
           perform 477-write-one-conflict
               until ws-scan-eof.
           if not ws-resolve-not-found
               close resolve-file
           end-if.
           perform 405-write-section-end.

       477-write-one-conflict.

           read resolve-file
               at end
                   set ws-scan-eof to true
               not at end
                   move sync-contact-id to ws-look-id
                   perform 390-find-in-set
                   if ws-set-hit > zero
                       add 1 to ws-section-count
                       move spaces to report-line
                       string
                           "    "              delimited by size
                           sync-contact-id     delimited by size
                           " "                delimited by size
                           sync-field          delimited by size
                           " OURS "           delimited by size
                           sync-our-value      delimited by size
                           " CRM "            delimited by size
                           sync-crm-value      delimited by size
                           " CHANGED BY "     delimited by size
                           sync-changed-by     delimited by size
                           " ON "             delimited by size
                           sync-changed-date   delimited by size
                           into report-line
                       end-string
                       write report-line
                   end-if
           end-read.

       478-write-pair-section.

           move "  DUPLICATE PAIRS HELD (CONTACT-MATCH-REVIEW.DAT):"
               to report-line.
           write report-line.
           move zero to ws-section-count.

           move "N" to ws-scan-eof-flag.
           open input review-file.
           if ws-review-not-found
               set ws-scan-eof to true
           end-if.
           perform 479-write-one-pair
               until ws-scan-eof.
           if not ws-review-not-found
               close review-file
           end-if.
           perform 405-write-section-end.

       479-write-one-pair.

           read review-file
               at end
                   set ws-scan-eof to true
               not at end
                   move match-survivor-id to ws-look-id
                   perform 390-find-in-set
                   if ws-set-hit = zero
                       move match-retiring-id to ws-look-id
                       perform 390-find-in-set
                   end-if
                   if ws-set-hit > zero
                       add 1 to ws-section-count
                       move spaces to report-line
                       string
                           "    KEEP "          delimited by size
                           match-survivor-id    delimited by size
                           " "                 delimited by size
                           match-survivor-name  delimited by size
                           " RETIRE "          delimited by size
                           match-retiring-id    delimited by size
                           " "                 delimited by size
                           match-retiring-name  delimited by size
                           " SCORE "           delimited by size
                           match-score          delimited by size
                           into report-line
                       end-string
                       write report-line
                   end-if
           end-read.

      *> ---------------------------------------------------------
      *> 480 - every line of the audit trail under any of the IDs:
      *> the dated archives month by month from the start of the
      *> trail (a month with no archive is skipped), then the live
      *> log, each line with its before and after images.
      *> ---------------------------------------------------------
       480-write-audit-section.

           move "  AUDIT TRAIL (ARCHIVES, THEN CONTACT-AUDIT.LOG):"
               to report-line.
           write report-line.
           move zero to ws-section-count.

           move ws-from-period to ws-period.
           compute ws-month-no =
               (ws-per-yyyy * 12) + ws-per-mm.
           move ws-run-date(1:6) to ws-period.
           compute ws-month-end =
               (ws-per-yyyy * 12) + ws-per-mm.

           perform 482-read-one-archive
               until ws-month-no > ws-month-end.

           move ws-live-name to ws-audit-name.
           perform 484-read-one-audit-file.

           perform 405-write-section-end.

       482-read-one-archive.

           perform 710-name-archive.
           perform 484-read-one-audit-file.
           add 1 to ws-month-no.

       484-read-one-audit-file.

           open input audit-file.
           if ws-audit-not-found
               continue
           else
               move "N" to ws-line-eof-flag
               perform 486-read-one-audit-line
                   until ws-line-eof
               close audit-file
           end-if.

       486-read-one-audit-line.

           read audit-file
               at end
                   set ws-line-eof to true
               not at end
                   move audit-line to audit-rec
                   move audit-key-id to ws-look-id
                   perform 390-find-in-set
                   if ws-set-hit > zero
                       move audit-line to ws-old-audit-line
                       perform 488-normalize-old-layout
                       perform 490-print-audit-line
                   end-if
           end-read.

      *> a line carrying " AFTER=" at the old offset was written
      *> before the record grew: its after-image is re-read from the
      *> old positions and the fields that did not exist yet read as
      *> blank.
       488-normalize-old-layout.

           if ws-old-after-tag = " AFTER="
               move ws-old-after-name    to audit-after-name
               move ws-old-after-email   to audit-after-email
               move ws-old-after-phone   to audit-after-phone
               move ws-old-after-company to audit-after-company
               move spaces to audit-before-addr1
               move spaces to audit-before-addr2
               move spaces to audit-before-city
               move spaces to audit-before-state
               move spaces to audit-before-postal
               move spaces to audit-before-status
               move spaces to audit-before-status-date
               move spaces to audit-before-no-email
               move spaces to audit-before-no-phone
               move spaces to audit-before-no-postal
               move spaces to audit-after-addr1
               move spaces to audit-after-addr2
               move spaces to audit-after-city
               move spaces to audit-after-state
               move spaces to audit-after-postal
               move spaces to audit-after-status
               move spaces to audit-after-status-date
               move spaces to audit-after-no-email
               move spaces to audit-after-no-phone
               move spaces to audit-after-no-postal
               move spaces to audit-chan-op
               move spaces to audit-chan-type
               move spaces to audit-chan-value
           end-if.

       490-print-audit-line.

           add 1 to ws-section-count.

           move spaces to report-line.
           string
               "    "        delimited by size
               audit-key-id  delimited by size
               " "           delimited by size
               audit-date    delimited by size
               " "           delimited by size
               audit-time    delimited by size
               " "           delimited by size
               audit-action  delimited by size
               " BY "        delimited by size
               audit-userid  delimited by size
               into report-line
           end-string.
           write report-line.

           move spaces to ws-image-line.
           string
               audit-before-name    delimited by size
               "|" delimited by size
               audit-before-email   delimited by size
               "|" delimited by size
               audit-before-phone   delimited by size
               "|" delimited by size
               audit-before-company delimited by size
               "|" delimited by size
               audit-before-addr1   delimited by size
               "|" delimited by size
               audit-before-addr2   delimited by size
               "|" delimited by size
               audit-before-city    delimited by size
               "|" delimited by size
               audit-before-state   delimited by size
               "|" delimited by size
               audit-before-postal  delimited by size
               "|" delimited by size
               audit-before-status  delimited by size
               "|" delimited by size
               audit-before-no-email delimited by size
               audit-before-no-phone delimited by size
               audit-before-no-postal delimited by size
               into ws-image-line
           end-string.
           move spaces to report-line.
           string
               "      BEFORE = " delimited by size
               ws-image-line     delimited by size
               into report-line
           end-string.
           write report-line.

           move spaces to ws-image-line.
           string
               audit-after-name    delimited by size
               "|" delimited by size
               audit-after-email   delimited by size
               "|" delimited by size
               audit-after-phone   delimited by size
               "|" delimited by size
               audit-after-company delimited by size
               "|" delimited by size
               audit-after-addr1   delimited by size
               "|" delimited by size
               audit-after-addr2   delimited by size
               "|" delimited by size
               audit-after-city    delimited by size
               "|" delimited by size
               audit-after-state   delimited by size
               "|" delimited by size
               audit-after-postal  delimited by size
               "|" delimited by size
               audit-after-status  delimited by size
               "|" delimited by size
               audit-after-no-email delimited by size
               audit-after-no-phone delimited by size
               audit-after-no-postal delimited by size
               into ws-image-line
           end-string.
           move spaces to report-line.
           string
               "      AFTER  = " delimited by size
               ws-image-line     delimited by size
               into report-line
           end-string.
           write report-line.

           if audit-chan-op not = spaces
               move spaces to report-line
               string
                   "      CHANNEL = " delimited by size
                   audit-chan-op       delimited by size
                   " "                delimited by size
                   audit-chan-type     delimited by size
                   " "                delimited by size
                   audit-chan-value    delimited by size
                   into report-line
               end-string
               write report-line
           end-if.

      *> ---------------------------------------------------------
      *> 600 - the erasure, under the master lock: the contact goes
      *> from every file that holds it (620, 670) and from the
      *> dated backups (800), its images are anonymised on the
      *> audit trail (700), and the erasure itself goes on the
      *> trail (860).
      *> ---------------------------------------------------------
       600-erase-subject.

           perform 010-acquire-master-lock.

           if ws-lock-denied
               add 1 to ws-refused-count
               move spaces to report-line
               string
                   "  MASTER LOCKED BY " delimited by size
                   lock-holder           delimited by space
                   " SINCE "             delimited by size
                   lock-date             delimited by size
                   " "                   delimited by size
                   lock-time             delimited by size
                   " - NOTHING ERASED"   delimited by size
                   into report-line
               end-string
               write report-line
           else
               move zero to ws-erase-counts
               perform 610-open-update-files
               perform 620-remove-one-id
                   varying ws-set-i from 1 by 1
                   until ws-set-i > ws-set-count
               perform 670-remove-memberships
               perform 690-close-update-files
               perform 680-remove-conflicts
               perform 685-remove-pairs
               perform 700-anonymise-audit-trail
               perform 800-remove-from-backups
               perform 850-empty-work-files
               perform 860-write-erase-lines
               perform 880-write-erase-summary
               perform 940-release-master-lock
               add 1 to ws-erased-count
           end-if.

       610-open-update-files.

           move "N" to ws-master-missing-flag.
           open i-o contact-master.
           if ws-master-not-found
               set ws-master-missing to true
           end-if.

           move "N" to ws-channel-missing-flag.
           open i-o channel-file.
           if ws-channel-not-found
               set ws-channel-missing to true
           end-if.

           move "N" to ws-member-missing-flag.
           open i-o group-member.
           if ws-member-not-found
               set ws-member-missing to true
           end-if.

           move "N" to ws-interact-missing-flag.
           open i-o interact-file.
           if ws-interact-not-found
               set ws-interact-missing to true
           end-if.

           move "N" to ws-dist-missing-flag.
           open i-o dist-history.
           if ws-dist-not-found
               set ws-dist-missing to true
           end-if.

           move "N" to ws-keep-missing-flag.
           open i-o keep-file.
           if ws-keep-not-found
               set ws-keep-missing to true
           end-if.

      *> ---------------------------------------------------------
      *> 620 - one ID's records, each file read from the ID forward
      *> while the key still carries it.  The cross-reference entry
      *> stays: it holds only the two IDs and the merge date, and
      *> later merges and lookups still need it.
      *> ---------------------------------------------------------
       620-remove-one-id.

           move ws-set-id(ws-set-i) to ws-look-id.

           if not ws-master-missing
               move ws-look-id to contact-id
               read contact-master key is contact-id
                   invalid key
                       continue
                   not invalid key
                       delete contact-master record
                           invalid key
                               continue
                       end-delete
                       add 1 to ws-er-master
               end-read
           end-if.

           if not ws-channel-missing
               perform 630-remove-channels
           end-if.
           if not ws-dist-missing
               perform 640-remove-mailings
           end-if.
           if not ws-interact-missing
               perform 650-remove-interactions
           end-if.
           if not ws-keep-missing
               perform 660-remove-kept-values
           end-if.

       630-remove-channels.

           move "N" to ws-scan-eof-flag.
           move ws-look-id to channel-contact-id.
           move zero to channel-seq.
           start channel-file key >= channel-key
               invalid key
                   set ws-scan-eof to true
           end-start.

           perform 632-remove-one-channel
               until ws-scan-eof.

       632-remove-one-channel.

           read channel-file next record
               at end
                   set ws-scan-eof to true
               not at end
                   if channel-contact-id not = ws-look-id
                       set ws-scan-eof to true
                   else
                       delete channel-file record
                           invalid key
                               continue
                       end-delete
                       add 1 to ws-er-channel
                   end-if
           end-read.

       640-remove-mailings.

           move "N" to ws-scan-eof-flag.
           move low-values to dist-key.
           move ws-look-id to dist-contact-id.
           start dist-history key >= dist-key
               invalid key
                   set ws-scan-eof to true
           end-start.

           perform 642-remove-one-mailing
               until ws-scan-eof.

       642-remove-one-mailing.

           read dist-history next record
               at end
                   set ws-scan-eof to true
               not at end
                   if dist-contact-id not = ws-look-id
                       set ws-scan-eof to true
                   else
                       delete dist-history record
                           invalid key
                               continue
                       end-delete
                       add 1 to ws-er-mailing
                   end-if
           end-read.

       650-remove-interactions.

           move "N" to ws-scan-eof-flag.
           move ws-look-id to interact-contact-id.
           move zero to interact-date.
           move zero to interact-time.
           start interact-file key >= interact-key
               invalid key
                   set ws-scan-eof to true
           end-start.

           perform 652-remove-one-interaction
               until ws-scan-eof.

       652-remove-one-interaction.

           read interact-file next record
               at end
                   set ws-scan-eof to true
               not at end
                   if interact-contact-id not = ws-look-id
                       set ws-scan-eof to true
                   else
                       delete interact-file record
                           invalid key
                               continue
                       end-delete
                       add 1 to ws-er-interact
                   end-if
           end-read.

       660-remove-kept-values.

           move "N" to ws-scan-eof-flag.
           move ws-look-id to keep-contact-id.
           move low-values to keep-field.
           start keep-file key >= keep-key
               invalid key
                   set ws-scan-eof to true
           end-start.

           perform 662-remove-one-kept
               until ws-scan-eof.

       662-remove-one-kept.

           read keep-file next record
               at end
                   set ws-scan-eof to true
               not at end
                   if keep-contact-id not = ws-look-id
                       set ws-scan-eof to true
                   else
                       delete keep-file record
                           invalid key
                               continue
                       end-delete
                       add 1 to ws-er-kept
                   end-if
           end-read.

      *> memberships are keyed by group first, so the whole file is
      *> swept once for all the subject's IDs, as the purge does.
       670-remove-memberships.

           if not ws-member-missing
               move "N" to ws-scan-eof-flag
               move low-values to member-key
               start group-member key >= member-key
                   invalid key
                       set ws-scan-eof to true
               end-start
               perform 672-remove-one-membership
                   until ws-scan-eof
           end-if.

       672-remove-one-membership.

           read group-member next record
               at end
                   set ws-scan-eof to true
               not at end
                   move member-contact-id to ws-look-id
                   perform 390-find-in-set
                   if ws-set-hit > zero
                       delete group-member record
                           invalid key
                               continue
                       end-delete
                       add 1 to ws-er-member
                   end-if
           end-read.

      *> ---------------------------------------------------------
      *> 680/685 - the held conflicts and duplicate pairs naming any
      *> of the subject's IDs are dropped: the file is copied to the
      *> list work file without them and, when anything went,
      *> copied back.  A pair goes whichever side the subject is.
      *> ---------------------------------------------------------
       680-remove-conflicts.

           move "N" to ws-list-changed-flag.
           open input resolve-file.
           if not ws-resolve-not-found
               open output list-work
               move "N" to ws-line-eof-flag
               perform 682-sift-one-conflict
                   until ws-line-eof
               close resolve-file
               close list-work
               if ws-list-changed
                   open input list-work
                   open output resolve-file
                   move "N" to ws-line-eof-flag
                   perform 684-copy-back-conflict
                       until ws-line-eof
                   close list-work
                   close resolve-file
               end-if
           end-if.

       682-sift-one-conflict.

           read resolve-file
               at end
                   set ws-line-eof to true
               not at end
                   move sync-contact-id to ws-look-id
                   perform 390-find-in-set
                   if ws-set-hit > zero
                       add 1 to ws-er-conflicts
                       set ws-list-changed to true
                   else
                       write listwork-line from sync-rec
                   end-if
           end-read.

       684-copy-back-conflict.

           read list-work
               at end
                   set ws-line-eof to true
               not at end
                   write sync-rec from listwork-line
           end-read.

       685-remove-pairs.

           move "N" to ws-list-changed-flag.
           open input review-file.
           if not ws-review-not-found
               open output list-work
               move "N" to ws-line-eof-flag
               perform 687-sift-one-pair
                   until ws-line-eof
               close review-file
               close list-work
               if ws-list-changed
                   open input list-work
                   open output review-file
                   move "N" to ws-line-eof-flag
                   perform 689-copy-back-pair
                       until ws-line-eof
                   close list-work
                   close review-file
               end-if
           end-if.

       687-sift-one-pair.

           read review-file
               at end
                   set ws-line-eof to true
               not at end
                   move match-survivor-id to ws-look-id
                   perform 390-find-in-set
                   if ws-set-hit = zero
                       move match-retiring-id to ws-look-id
                       perform 390-find-in-set
                   end-if
                   if ws-set-hit > zero
                       add 1 to ws-er-pairs
                       set ws-list-changed to true
                   else
                       write listwork-line from match-rec
                   end-if
           end-read.

       689-copy-back-pair.

           read list-work
               at end
                   set ws-line-eof to true
               not at end
                   write match-rec from listwork-line
           end-read.

       690-close-update-files.

           if not ws-master-missing
               close contact-master
           end-if.
           if not ws-channel-missing
               close channel-file
           end-if.
           if not ws-member-missing
               close group-member
           end-if.
           if not ws-interact-missing
               close interact-file
           end-if.
           if not ws-dist-missing
               close dist-history
           end-if.
           if not ws-keep-missing
               close keep-file
           end-if.

      *> ---------------------------------------------------------
      *> 700 - anonymise the subject's lines on the audit trail and
      *> re-seal it.  The trail is walked in the order the
      *> verification walks it: the dated archives month by month,
      *> then the live log.  Up to the first line changed nothing
      *> moves.  From there every sealed line gets its hash folded
      *> again on the new previous hash, so the chain stays whole
      *> and each closed period's last hash on CONTACT-AUDIT-CHAIN.DAT
      *> is moved with it.  Sequence numbers never change.  A line
      *> that did not seal before the erasure is left with the hash
      *> it had and reported, so a break that was there is still
      *> there for the verification to find.
      *> ---------------------------------------------------------
       700-anonymise-audit-trail.

           move "N" to ws-resealing-flag.
           move "N" to ws-chain-changed-flag.
           move zero to ws-old-prev-hash.
           move zero to ws-new-prev-hash.

           perform 705-load-chain-file.

           move ws-from-period to ws-period.
           compute ws-month-no =
               (ws-per-yyyy * 12) + ws-per-mm.
           move ws-run-date(1:6) to ws-period.
           compute ws-month-end =
               (ws-per-yyyy * 12) + ws-per-mm.

           perform 712-rewrite-one-period
               until ws-month-no > ws-month-end.

           move ws-live-name to ws-audit-name.
           move "CONTACT-AUDIT.LOG" to ws-audit-label.
           move zero to ws-chain-hit.
           perform 720-rewrite-one-file.
           perform 748-move-live-mark.

           if ws-chain-changed
               perform 760-rewrite-chain-file
           end-if.

       705-load-chain-file.

           move zero to ws-chain-count.
           move "N" to ws-chain-full-flag.
           move "N" to ws-line-eof-flag.

           open input audit-chain.
           if ws-audchain-ok
               perform 707-load-one-chain-line
                   until ws-line-eof
               close audit-chain
           end-if.

       707-load-one-chain-line.

           read audit-chain
               at end
                   set ws-line-eof to true
               not at end
                   if ws-chain-count < ws-chain-max
                       add 1 to ws-chain-count
                       move audchain-line
                           to ws-chain-raw(ws-chain-count)
                   else
                       set ws-chain-full to true
                   end-if
           end-read.

       710-name-archive.

           compute ws-per-yyyy = (ws-month-no - 1) / 12.
           compute ws-per-mm =
               ws-month-no - (ws-per-yyyy * 12).

           move spaces to ws-audit-name.
           string
               "../../../A1-ContactList/CONTACT-AUDIT-"
                   delimited by size
               ws-period delimited by size
               ".LOG"    delimited by size
               into ws-audit-name
           end-string.

           move spaces to ws-audit-label.
           string
               "CONTACT-AUDIT-" delimited by size
               ws-period        delimited by size
               ".LOG"           delimited by size
               into ws-audit-label
           end-string.

       712-rewrite-one-period.

           perform 710-name-archive.
           perform 715-find-period.
           perform 720-rewrite-one-file.
           add 1 to ws-month-no.

       715-find-period.

           move zero to ws-chain-hit.
           perform 716-match-one-period
               varying ws-chain-i from 1 by 1
               until ws-chain-i > ws-chain-count.

           if ws-chain-hit > zero
               move ws-chain-raw(ws-chain-hit) to audchain-rec
           end-if.

       716-match-one-period.

           move ws-chain-raw(ws-chain-i) to audchain-rec.
           if audchain-period = ws-period
                   and audchain-last-seq numeric
                   and audchain-last-hash numeric
               move ws-chain-i to ws-chain-hit
           end-if.

      *> ---------------------------------------------------------
      *> 720 - one file of the trail copied line by line to the work
      *> file, anonymised and re-sealed as it goes, and copied back
      *> only if a line changed.  A closed period whose archive is
      *> gone is picked up again from its recorded close, as the
      *> verification does.
      *> ---------------------------------------------------------
       720-rewrite-one-file.

           move "N" to ws-file-changed-flag.
           move zero to ws-file-last-seq.
           move zero to ws-file-old-hash.
           move zero to ws-file-new-hash.

           open input audit-file.
           if ws-audit-not-found
               if ws-chain-hit > zero
                   move audchain-last-hash to ws-old-prev-hash
                   move audchain-last-hash to ws-new-prev-hash
               end-if
           else
               open output audit-work
               move "N" to ws-line-eof-flag
               perform 725-rewrite-one-line
                   until ws-line-eof
               close audit-file
               close audit-work
               if ws-file-changed
                   perform 750-copy-back-audit
                   add 1 to ws-er-audit-files
               end-if
               if ws-chain-hit > zero
                   perform 745-close-period
               end-if
           end-if.

       725-rewrite-one-line.

           read audit-file
               at end
                   set ws-line-eof to true
               not at end
                   move audit-line to audit-rec
                   move audit-key-id to ws-look-id
                   perform 390-find-in-set
                   if audit-seq numeric and audit-hash numeric
                       perform 730-reseal-line
                   else
                       if ws-set-hit > zero
                           perform 740-anonymise-line
                           set ws-file-changed to true
                       end-if
                   end-if
                   write audwork-line from audit-rec
           end-read.

      *> ---------------------------------------------------------
      *> 730 - a sealed line.  Once the re-seal has started (or on
      *> the subject's own line) the line is first checked against
      *> the hash it was stored with; the subject's lines are then
      *> anonymised, and every line that sealed before is sealed
      *> again on the rewritten chain.  A line that did not seal -
      *> the subject's own included - keeps its stored hash, so the
      *> erasure never covers over an earlier edit.
      *> ---------------------------------------------------------
       730-reseal-line.

           move audit-hash to ws-stored-hash.
           move "N" to ws-orig-ok-flag.

           if ws-resealing or ws-set-hit > zero
               move ws-old-prev-hash to ws-seal-acc
               perform 736-fold-one-byte
                   varying ws-seal-i from 1 by 1
                   until ws-seal-i > ws-seal-length
               if ws-seal-acc = ws-stored-hash
                   set ws-orig-ok to true
               end-if
           end-if.

           if ws-set-hit > zero
               perform 740-anonymise-line
               set ws-resealing to true
           end-if.

           if ws-resealing
               if ws-orig-ok
                   move ws-new-prev-hash to ws-seal-acc
                   perform 736-fold-one-byte
                       varying ws-seal-i from 1 by 1
                       until ws-seal-i > ws-seal-length
                   move ws-seal-acc to audit-hash
                   add 1 to ws-er-resealed
               else
                   perform 738-report-old-break
               end-if
           end-if.

           if audit-hash not = ws-stored-hash or ws-set-hit > zero
               set ws-file-changed to true
           end-if.

           move ws-stored-hash to ws-old-prev-hash.
           move audit-hash to ws-new-prev-hash.
           move audit-seq to ws-file-last-seq.
           move ws-stored-hash to ws-file-old-hash.
           move audit-hash to ws-file-new-hash.

       736-fold-one-byte.

           move audit-rec(ws-seal-i:1) to ws-seal-byte-low.
           compute ws-seal-acc =
               ws-seal-acc * ws-seal-multiplier
                   + ws-seal-byte-code + 1.
           divide ws-seal-acc by ws-seal-modulus
               giving ws-seal-quot remainder ws-seal-rem.
           move ws-seal-rem to ws-seal-acc.

       738-report-old-break.

           add 1 to ws-er-breaks.
           move spaces to report-line.
           string
               "  SEQ "       delimited by size
               audit-seq      delimited by size
               " ON "         delimited by size
               ws-audit-label delimited by space
               " DID NOT SEAL BEFORE THE ERASURE - HASH LEFT AS FOUND"
                   delimited by size
               into report-line
           end-string.
           write report-line.

      *> ---------------------------------------------------------
      *> 740 - every personal field that carries a value gets the
      *> marker; codes, dates and flags stay, so the line still
      *> reads as the action it was.  An old-layout line keeps its
      *> after-image at the old offsets.
      *> ---------------------------------------------------------
       740-anonymise-line.

           add 1 to ws-er-audit-lines.

           if audit-before-name not = spaces
               move erase-marker to audit-before-name
           end-if.
           if audit-before-email not = spaces
               move erase-marker to audit-before-email
           end-if.
           if audit-before-phone not = spaces
               move erase-marker to audit-before-phone
           end-if.
           if audit-before-company not = spaces
               move erase-marker to audit-before-company
           end-if.

           move audit-line to ws-old-audit-line.
           if ws-old-after-tag = " AFTER="
               perform 742-anonymise-old-layout
           else
               perform 744-anonymise-new-layout
           end-if.

       742-anonymise-old-layout.

           move audit-rec(1:145) to ws-old-audit-line(1:145).
           if ws-old-after-name not = spaces
               move erase-marker to ws-old-after-name
           end-if.
           if ws-old-after-email not = spaces
               move erase-marker to ws-old-after-email
           end-if.
           if ws-old-after-phone not = spaces
               move erase-marker to ws-old-after-phone
           end-if.
           if ws-old-after-company not = spaces
               move erase-marker to ws-old-after-company
           end-if.
           move ws-old-audit-line to audit-rec.

       744-anonymise-new-layout.

           if audit-before-addr1 not = spaces
               move erase-marker to audit-before-addr1
           end-if.
           if audit-before-addr2 not = spaces
               move erase-marker to audit-before-addr2
           end-if.
           if audit-before-city not = spaces
               move erase-marker to audit-before-city
           end-if.
           if audit-before-state not = spaces
               move erase-marker to audit-before-state
           end-if.
           if audit-before-postal not = spaces
               move erase-marker to audit-before-postal
           end-if.
           if audit-after-name not = spaces
               move erase-marker to audit-after-name
           end-if.
           if audit-after-email not = spaces
               move erase-marker to audit-after-email
           end-if.
           if audit-after-phone not = spaces
               move erase-marker to audit-after-phone
           end-if.
           if audit-after-company not = spaces
               move erase-marker to audit-after-company
           end-if.
           if audit-after-addr1 not = spaces
               move erase-marker to audit-after-addr1
           end-if.
           if audit-after-addr2 not = spaces
               move erase-marker to audit-after-addr2
           end-if.
           if audit-after-city not = spaces
               move erase-marker to audit-after-city
           end-if.
           if audit-after-state not = spaces
               move erase-marker to audit-after-state
           end-if.
           if audit-after-postal not = spaces
               move erase-marker to audit-after-postal
           end-if.
           if audit-chan-value not = spaces
               move erase-marker to audit-chan-value
           end-if.

      *> ---------------------------------------------------------
      *> 745 - a closed period's archive is done: its recorded close
      *> moves to the file's new last hash, provided it matched the
      *> file as it stood.  One that did not is left as found and
      *> reported.  The walk goes on from the recorded close either
      *> way, as the verification does.
      *> ---------------------------------------------------------
       745-close-period.

           move audchain-last-hash to ws-held-hash.

           if audchain-last-seq = ws-file-last-seq
                   and audchain-last-hash = ws-file-old-hash
               if ws-file-new-hash not = audchain-last-hash
                   move ws-file-new-hash to audchain-last-hash
                   move audchain-rec to ws-chain-raw(ws-chain-hit)
                   set ws-chain-changed to true
               end-if
           else
               add 1 to ws-er-breaks
               move spaces to report-line
               string
                   "  "           delimited by size
                   ws-audit-label delimited by space
                   " DID NOT CLOSE AS CONTACT-AUDIT-CHAIN.DAT HOLDS "
                       delimited by size
                   "BEFORE THE ERASURE - LEFT AS FOUND"
                       delimited by size
                   into report-line
               end-string
               write report-line
           end-if.

           move ws-held-hash to ws-old-prev-hash.
           move audchain-last-hash to ws-new-prev-hash.

      *> ---------------------------------------------------------
      *> 748 - the LIVE high-water mark follows the trail's last
      *> line to its new hash, provided it matched that line as the
      *> trail stood.  One that did not - a live log already short
      *> of its mark - is left as found and reported, so the
      *> verification still finds the break.
      *> ---------------------------------------------------------
       748-move-live-mark.

           move zero to ws-chain-hit.
           perform 749-match-live-mark
               varying ws-chain-i from 1 by 1
               until ws-chain-i > ws-chain-count.

           if ws-chain-hit > zero
               move ws-chain-raw(ws-chain-hit) to audchain-rec
               evaluate true
                   when audchain-last-hash = ws-new-prev-hash
                       continue
                   when audchain-last-hash = ws-old-prev-hash
                       move ws-new-prev-hash to audchain-last-hash
                       move audchain-rec to ws-chain-raw(ws-chain-hit)
                       set ws-chain-changed to true
                   when other
                       add 1 to ws-er-breaks
                       move spaces to report-line
                       string
                           "  LIVE MARK ON CONTACT-AUDIT-CHAIN.DAT DID "
                               delimited by size
                           "NOT MATCH THE TRAIL'S LAST LINE BEFORE THE "
                               delimited by size
                           "ERASURE - LEFT AS FOUND"
                               delimited by size
                           into report-line
                       end-string
                       write report-line
               end-evaluate
           end-if.

       749-match-live-mark.

           move ws-chain-raw(ws-chain-i) to audchain-rec.
           if audchain-live-mark
                   and audchain-last-seq numeric
                   and audchain-last-hash numeric
               move ws-chain-i to ws-chain-hit
           end-if.

      *> the work file replaces the trail file, as the month-end
      *> archive replaces the live log.
       750-copy-back-audit.

           open input audit-work.
           open output audit-file.
           move "N" to ws-line-eof-flag.
           perform 752-copy-one-audit-line
               until ws-line-eof.
           close audit-work.
           close audit-file.

       752-copy-one-audit-line.

           read audit-work
               at end
                   set ws-line-eof to true
               not at end
                   write audit-line from audwork-line
           end-read.

       760-rewrite-chain-file.

           if ws-chain-full
               add 1 to ws-er-breaks
               move spaces to report-line
               string
                   "  CONTACT-AUDIT-CHAIN.DAT HAS MORE THAN 600 "
                       delimited by size
                   "PERIODS - CLOSING HASHES NOT MOVED"
                       delimited by size
                   into report-line
               end-string
               write report-line
           else
               open output audit-chain
               perform 762-write-one-chain-line
                   varying ws-chain-i from 1 by 1
                   until ws-chain-i > ws-chain-count
               close audit-chain
           end-if.

       762-write-one-chain-line.

           write audchain-line from ws-chain-raw(ws-chain-i).

      *> ---------------------------------------------------------
      *> 800 - the dated backups, day by day from the start of the
      *> trail to today (a day with no backup is skipped).  The
      *> subject's detail records are dropped and the trailer's
      *> count, ID hash and phone hash give up what they
      *> contributed (830/835), so a reload still balances and
      *> never brings the contact back.
      *> ---------------------------------------------------------
       800-remove-from-backups.

           move ws-from-period to ws-period.
           compute ws-month-no =
               (ws-per-yyyy * 12) + ws-per-mm.
           move ws-run-date(1:6) to ws-period.
           compute ws-month-end =
               (ws-per-yyyy * 12) + ws-per-mm.

           perform 810-walk-one-month
               until ws-month-no > ws-month-end.

       810-walk-one-month.

           compute ws-per-yyyy = (ws-month-no - 1) / 12.
           compute ws-per-mm =
               ws-month-no - (ws-per-yyyy * 12).

           perform 815-try-one-day
               varying ws-day from 1 by 1
               until ws-day > 31.

           add 1 to ws-month-no.

       815-try-one-day.

           compute ws-backup-date = (ws-period * 100) + ws-day.

           if ws-backup-date <= ws-run-date
               move spaces to ws-backup-name
               string
                   "../../../A1-ContactList/CONTACT-BACKUP-"
                       delimited by size
                   ws-backup-date delimited by size
                   ".DAT"         delimited by size
                   into ws-backup-name
               end-string
               open input backup-file
               if ws-backup-not-found
                   continue
               else
                   perform 820-rewrite-one-backup
               end-if
           end-if.

       820-rewrite-one-backup.

           move "N" to ws-file-changed-flag.
           move zero to ws-count-removed.
           move zero to ws-id-removed.
           move zero to ws-phone-removed.

           open output backup-work.
           move "N" to ws-line-eof-flag.
           perform 825-rewrite-one-backup-rec
               until ws-line-eof.
           close backup-file.
           close backup-work.

           if ws-file-changed
               open input backup-work
               open output backup-file
               move "N" to ws-line-eof-flag
               perform 840-copy-one-backup-rec
                   until ws-line-eof
               close backup-work
               close backup-file
               add 1 to ws-er-backup-files
           end-if.

       825-rewrite-one-backup-rec.

           read backup-file
               at end
                   set ws-line-eof to true
               not at end
                   move "N" to ws-drop-rec-flag
                   evaluate true
                       when backup-is-detail
                           move backup-data to bk-rec
                           move bk-id to ws-look-id
                           perform 390-find-in-set
                           if ws-set-hit > zero
                               perform 830-remove-backup-detail
                               set ws-drop-rec to true
                               set ws-file-changed to true
                           end-if
                       when backup-is-trailer
                           perform 835-reduce-backup-trailer
                       when other
                           continue
                   end-evaluate
                   if not ws-drop-rec
                       write bkwork-line from backup-rec
                   end-if
           end-read.

      *> ---------------------------------------------------------
      *> 830 - the subject's detail record leaves the backup, and
      *> what it put into the trailer's controls is taken out again
      *> the way the unload put it in: one on the count, its ID on
      *> the ID hash when numeric, and its phone's three segments on
      *> the phone hash when all three are numeric.  A reload of the
      *> backup then balances without the contact ever coming back.
      *> ---------------------------------------------------------
       830-remove-backup-detail.

           add 1 to ws-er-backup-recs.
           add 1 to ws-count-removed.

           if bk-id numeric
               move bk-id to ws-id-num
               add ws-id-num to ws-id-removed
           end-if.

           move bk-phone to ws-phone-value.
           if ws-phone-seg1 is numeric
                   and ws-phone-seg2 is numeric
                   and ws-phone-seg4 is numeric
               move ws-phone-seg1 to ws-phone-num1
               move ws-phone-seg2 to ws-phone-num2
               move ws-phone-seg4 to ws-phone-num4
               add ws-phone-num1 ws-phone-num2 ws-phone-num4
                   to ws-phone-removed
           end-if.

       835-reduce-backup-trailer.

           if ws-count-removed > zero
                   and backup-count numeric
                   and backup-count >= ws-count-removed
               subtract ws-count-removed from backup-count
           end-if.
           if ws-id-removed > zero
                   and backup-id-hash numeric
                   and backup-id-hash >= ws-id-removed
               subtract ws-id-removed from backup-id-hash
           end-if.
           if ws-phone-removed > zero
                   and backup-phone-hash numeric
                   and backup-phone-hash >= ws-phone-removed
               subtract ws-phone-removed from backup-phone-hash
           end-if.

       840-copy-one-backup-rec.

           read backup-work
               at end
                   set ws-line-eof to true
               not at end
                   write backup-rec from bkwork-line
           end-read.

      *> the work files last held the subject's files as they stood
      *> before the marker went on; they are left empty.
       850-empty-work-files.

           open output audit-work.
           close audit-work.
           open output backup-work.
           close backup-work.
           open output list-work.
           close list-work.

      *> ---------------------------------------------------------
      *> 860 - the erasure goes on the trail as one sealed ERASE
      *> line per ID, under the user who asked for it, with blank
      *> images: the fact is recorded, the data is not.
      *> ---------------------------------------------------------
       860-write-erase-lines.

           move ws-live-name to ws-audit-name.
           perform 862-load-audit-seal.

           open extend audit-file.
           if ws-audit-not-found
               open output audit-file
           end-if.

           accept ws-audit-date from date yyyymmdd.
           accept ws-audit-time from time.

           perform 866-write-one-erase-line
               varying ws-set-i from 1 by 1
               until ws-set-i > ws-set-count.

           close audit-file.
           perform 868-save-audit-mark.

      *> where the sealed trail now stands, found as the purge finds
      *> it: the highest sequence number, with its hash, on the live
      *> log or among the closed periods.
       862-load-audit-seal.

           move zero to ws-seal-last-seq.
           move zero to ws-seal-last-hash.

           move "N" to ws-seal-eof-flag.
           open input audit-chain.
           if ws-audchain-ok
               perform 863-read-closed-period
                   until ws-seal-eof
               close audit-chain
           end-if.

           move "N" to ws-seal-eof-flag.
           open input audit-file.
           if ws-audit-ok
               perform 864-read-live-line
                   until ws-seal-eof
               close audit-file
           end-if.

       863-read-closed-period.

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

       864-read-live-line.

           read audit-file
               at end
                   set ws-seal-eof to true
               not at end
                   if audit-line-seq numeric
                           and audit-line-seq > ws-seal-last-seq
                       move audit-line-seq to ws-seal-last-seq
                       move audit-line-hash to ws-seal-last-hash
                   end-if
           end-read.

       866-write-one-erase-line.

           move ws-audit-template to audit-rec.
           move ws-audit-date   to audit-date.
           move ws-audit-time   to audit-time.
           move ws-requested-by to audit-userid.
           move "ERASE"         to audit-action.
           move ws-set-id(ws-set-i) to audit-key-id.
           move spaces to audit-before-name.
           move spaces to audit-before-email.
           move spaces to audit-before-phone.
           move spaces to audit-before-company.
           move spaces to audit-before-addr1.
           move spaces to audit-before-addr2.
           move spaces to audit-before-city.
           move spaces to audit-before-state.
           move spaces to audit-before-postal.
           move spaces to audit-before-status.
           move spaces to audit-before-status-date.
           move spaces to audit-before-no-email.
           move spaces to audit-before-no-phone.
           move spaces to audit-before-no-postal.
           move spaces to audit-after-name.
           move spaces to audit-after-email.
           move spaces to audit-after-phone.
           move spaces to audit-after-company.
           move spaces to audit-after-addr1.
           move spaces to audit-after-addr2.
           move spaces to audit-after-city.
           move spaces to audit-after-state.
           move spaces to audit-after-postal.
           move spaces to audit-after-status.
           move spaces to audit-after-status-date.
           move spaces to audit-after-no-email.
           move spaces to audit-after-no-phone.
           move spaces to audit-after-no-postal.
           move spaces to audit-chan-op.
           move spaces to audit-chan-type.
           move spaces to audit-chan-value.

           perform 870-seal-audit-record.
           write audit-line from audit-rec.
           add 1 to ws-er-erase-lines.

      *> where the trail now stands goes back on the chain file as
      *> its LIVE high-water mark, in place of the one before, as
      *> every writer leaves it.  A chain file that cannot be read,
      *> or is too long to hold, is left as it is.
       868-save-audit-mark.

           perform 705-load-chain-file.

           if (ws-audchain-ok or ws-audchain-not-found)
                   and not ws-chain-full
                   and ws-seal-last-seq > zero
               open output audit-chain
               perform 869-write-unless-live
                   varying ws-chain-i from 1 by 1
                   until ws-chain-i > ws-chain-count
               move spaces to audchain-rec
               set audchain-live-mark to true
               move zero              to audchain-first-seq
               move ws-seal-last-seq  to audchain-last-seq
               move ws-seal-last-hash to audchain-last-hash
               move zero              to audchain-count
               move ws-run-date       to audchain-date
               write audchain-line from audchain-rec
               close audit-chain
           end-if.

       869-write-unless-live.

           move ws-chain-raw(ws-chain-i) to audchain-rec.
           if not audchain-live-mark
               write audchain-line from ws-chain-raw(ws-chain-i)
           end-if.

      *> the next sequence number, then the previous line's hash
      *> folded over every byte of this line up to and including
      *> the sequence number, exactly as every other writer seals.
       870-seal-audit-record.

           add 1 to ws-seal-last-seq.
           move ws-seal-last-seq to audit-seq.
           move ws-seal-last-hash to ws-seal-acc.

           perform 736-fold-one-byte
               varying ws-seal-i from 1 by 1
               until ws-seal-i > ws-seal-length.

           move ws-seal-acc to audit-hash.
           move ws-seal-acc to ws-seal-last-hash.

       880-write-erase-summary.

           add ws-er-breaks to ws-break-count.

           move spaces to report-line.
           string
               "  ERASED  MASTER="   delimited by size
               ws-er-master          delimited by size
               " CHANNELS="          delimited by size
               ws-er-channel         delimited by size
               " MEMBERSHIPS="       delimited by size
               ws-er-member          delimited by size
               " MAILINGS="          delimited by size
               ws-er-mailing         delimited by size
               " INTERACTIONS="      delimited by size
               ws-er-interact        delimited by size
               " KEPT-CRM-VALUES="   delimited by size
               ws-er-kept            delimited by size
               " CRM-CONFLICTS="     delimited by size
               ws-er-conflicts       delimited by size
               " DUPLICATE-PAIRS="   delimited by size
               ws-er-pairs           delimited by size
               into report-line
           end-string.
           write report-line.

           move spaces to report-line.
           string
               "  ANONYMISED  AUDIT-LINES=" delimited by size
               ws-er-audit-lines     delimited by size
               " AUDIT-FILES="       delimited by size
               ws-er-audit-files     delimited by size
               " RESEALED="          delimited by size
               ws-er-resealed        delimited by size
               " BACKUP-RECORDS-REMOVED=" delimited by size
               ws-er-backup-recs     delimited by size
               " BACKUP-FILES="      delimited by size
               ws-er-backup-files    delimited by size
               into report-line
           end-string.
           write report-line.

           move spaces to report-line.
           string
               "  ERASE AUDIT LINES WRITTEN=" delimited by size
               ws-er-erase-lines     delimited by size
               " EARLIER SEAL BREAKS LEFT AS FOUND="
                   delimited by size
               ws-er-breaks          delimited by size
               into report-line
           end-string.
           write report-line.

       900-write-totals.

           write report-line from spaces.
           move spaces to report-line.
           string
               "TOTALS  REQUESTS="   delimited by size
               ws-request-count      delimited by size
               " ACCESS-REPORTS="    delimited by size
               ws-access-count       delimited by size
               " ERASED="            delimited by size
               ws-erased-count       delimited by size
               " NOT-FOUND="         delimited by size
               ws-unfound-count      delimited by size
               " REFUSED="           delimited by size
               ws-refused-count      delimited by size
               " SEAL-BREAKS="       delimited by size
               ws-break-count        delimited by size
               into report-line
           end-string.
           write report-line.

      *> ---------------------------------------------------------
      *> 950 - close out the run-control log and leave the run's
      *> severity in RETURN-CODE: 08 the parameter file was missing
      *> or a request was unusable, unsigned or locked out; 04 a
      *> subject could not be pinned to one contact, or the trail
      *> already had a break the erasure left as found; 00 clean.
      *> ---------------------------------------------------------
       950-write-run-end.

           evaluate true
               when ws-parm-missing
                   move 8 to ws-severity
               when ws-refused-count > zero
                   move 8 to ws-severity
               when ws-unfound-count > zero
                   move 4 to ws-severity
               when ws-break-count > zero
                   move 4 to ws-severity
               when other
                   move zero to ws-severity
           end-evaluate.

           accept ws-stamp-date from date yyyymmdd.
           accept ws-stamp-time from time.
           move "PROGRAM28" to runctl-program.
           move "END" to runctl-event.
           move ws-stamp-date to runctl-date.
           move ws-stamp-time to runctl-time.
           move ws-request-count to runctl-in-count.
           compute runctl-out-count =
               ws-access-count + ws-erased-count.
           move ws-severity to runctl-severity.
           write runctl-line from runctl-rec.
           close run-control.

           move ws-severity to return-code.

       end program Program28.
