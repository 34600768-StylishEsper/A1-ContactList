      *>                 at END, refuse with severity 08 and a
      *>                 run-control line if another updater holds
      *>                 it, and seize a stale token left by a crash.
      *> 2026-10-15  AB  seal the audit trail: every line written
      *>                 carries the next sequence number and a hash
      *>                 chaining it to the line before, picked up
      *>                 at open from the live log or, after a
      *>                 month-end archive, from the closed periods
      *>                 on CONTACT-AUDIT-CHAIN.DAT.
      *> 2026-10-15  AB  the master carries alternate indexes on the
      *>                 email, the sort name and the company: derive
      *>                 their key fields before the cleansed record
      *>                 is rewritten, so a cleanse that changes an
      *>                 email's case or a company keeps the indexes
      *>                 current.
      *> 2026-10-15  AB  on closing the audit log, put where the
      *>                 sealed trail stands back on
      *>                 CONTACT-AUDIT-CHAIN.DAT as its LIVE
      *>                 high-water mark, so a log that loses its
      *>                 last lines shows as a break in Program26 and
      *>                 the next run carries on from the mark.

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

           select audit-log
               organization is line sequential
               file status is ws-audit-status.

           select audit-chain
               assign to
                   "../../../A1-ContactList/CONTACT-AUDIT-CHAIN.DAT"
               organization is line sequential
               file status is ws-audchain-status.

           select cleanse-report
               assign to "../../../A1-ContactList/CONTACT-CLEANSE.OUT"
               organization is line sequential.

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

       fd cleanse-report
           data record is report-line
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

           open output cleanse-report.

           perform 160-load-audit-seal.
           open extend audit-log.
           if ws-audit-not-found
               open output audit-log
               write report-line
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

       200-cleanse-one-record.

           read contact-master

           if ws-record-changed
               add 1 to ws-fixed-records
               perform 355-derive-alternate-keys
               rewrite contact-rec
                   invalid key
                       continue
               move "Y" to ws-split-found-flag
           end-if.

      *> ---------------------------------------------------------
      *> 355 - the alternate-key fields, derived from the record as
      *> it is about to be written: the email folded to lower case,
      *> and the company followed by the sort name.
      *> ---------------------------------------------------------
       355-derive-alternate-keys.

           move contact-email to contact-email-key.
           inspect contact-email-key
               converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       to "abcdefghijklmnopqrstuvwxyz".
           move contact-company   to contact-key-company.
           move contact-sort-name to contact-key-sort-name.

       610-report-fixed-name.

           move spaces to report-line.
           move contact-no-phone  to audit-after-no-phone.
           move contact-no-postal to audit-after-no-postal.

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
               close contact-master
           end-if.
           close audit-log.
           perform 165-save-audit-mark.
           close cleanse-report.

      *> ---------------------------------------------------------
