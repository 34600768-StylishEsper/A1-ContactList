      *> 2026-09-01  AB  likewise the status lifecycle actions INACT,
      *>                 REINST and the retention purge's PURGE; the
      *>                 summary lines widened to fit the columns.
      *> 2026-10-15  AB  carry the sealed audit trail across the
      *>                 archive: the archived period's first and
      *>                 closing sequence numbers and closing hash
      *>                 go on CONTACT-AUDIT-CHAIN.DAT (before the
      *>                 live log is cut back) and on the summary,
      *>                 so the next line appended chains on from
      *>                 the period and the verification job can
      *>                 prove the archive closes where it should.
      *>                 The log record areas widen to the sealed
      *>                 layout.
      *> 2026-10-15  AB  tally the privacy erasure's ERASE action in
      *>                 its own ERA column and with the status
      *>                 actions per day and per user, instead of as
      *>                 a reject.

       environment division.
       configuration section.
               assign to "../../../A1-ContactList/CONTACT-AUDIT.NEW"
               organization is line sequential.

           select audit-chain
               assign to
                   "../../../A1-ContactList/CONTACT-AUDIT-CHAIN.DAT"
               organization is line sequential
               file status is ws-audchain-status.

           select summary-report
               assign to
                   "../../../A1-ContactList/CONTACT-AUDIT-SUMMARY.OUT"

       fd audit-log
           data record is audit-line
           record contains 532 characters.

       01 audit-line pic x(532).

       fd audit-archive
           data record is archive-line
           record contains 532 characters.

       01 archive-line pic x(532).

       fd audit-keep
           data record is keep-line
           record contains 532 characters.

       01 keep-line pic x(532).

       fd audit-chain
           data record is audchain-line
           record contains 80 characters.

       01 audchain-line pic x(80).

       fd summary-report
           data record is summary-line
         88 ws-audit-ok value "00".
         88 ws-audit-not-found value "35".

       01 ws-audchain-status pic xx.
         88 ws-audchain-ok value "00".
         88 ws-audchain-not-found value "35".

      *> the archived period's place on the sealed audit trail, as
      *> it goes on CONTACT-AUDIT-CHAIN.DAT.
           copy "AUDCHAIN-REC.cpy".

       01 ws-chain-controls.
         05 ws-chain-first-seq  pic 9(9) value zero.
         05 ws-chain-last-seq   pic 9(9) value zero.
         05 ws-chain-last-hash  pic 9(9) value zero.
         05 ws-chain-sealed     pic 9(6) value zero.

       01 ws-flags.
         05 ws-audit-eof-flag pic x value "N".
           88 ws-audit-eof value "Y".
         05 ws-total-inacts   pic 9(6) value zero.
         05 ws-total-reinsts  pic 9(6) value zero.
         05 ws-total-purges   pic 9(6) value zero.
         05 ws-total-erasures pic 9(6) value zero.
         05 ws-total-rejects  pic 9(6) value zero.

      *> per-day activity for the archived period, slotted by the
                   until ws-audit-eof
               perform 400-write-summary
               perform 900-close-files
               perform 920-close-chain-period
               perform 950-roll-audit-log
           end-if.

                       write archive-line from audit-rec
                       add 1 to ws-archived-count
                       perform 300-tally-record
                       perform 350-note-seal
                   else
                       write keep-line from audit-rec
                       add 1 to ws-kept-count
                   add 1 to ws-total-purges
                   add 1 to ws-day-status(ws-day-slot)
                   add 1 to ws-user-status(ws-user-slot)
               when "ERASE"
                   add 1 to ws-total-erasures
                   add 1 to ws-day-status(ws-day-slot)
                   add 1 to ws-user-status(ws-user-slot)
               when other
                   add 1 to ws-total-rejects
                   add 1 to ws-day-rejects(ws-day-slot)
               set ws-user-found to true
           end-if.

      *> ---------------------------------------------------------
      *> 350 - remember where the archived period starts and closes
      *> on the sealed trail.  Lines written before the trail was
      *> sealed carry no sequence number and are simply archived.
      *> ---------------------------------------------------------
       350-note-seal.

           if audit-seq numeric
               add 1 to ws-chain-sealed
               if ws-chain-first-seq = zero
                   move audit-seq to ws-chain-first-seq
               end-if
               move audit-seq  to ws-chain-last-seq
               move audit-hash to ws-chain-last-hash
           end-if.

       400-write-summary.

           move spaces to summary-line.
               ws-total-reinsts  delimited by size
               " PUR="           delimited by size
               ws-total-purges   delimited by size
               " ERA="           delimited by size
               ws-total-erasures delimited by size
               " REJ="           delimited by size
               ws-total-rejects  delimited by size
               into summary-line
           end-string.
           write summary-line.

           move spaces to summary-line.
           if ws-chain-sealed > zero
               string
                   "CHAIN   FIRST-SEQ="  delimited by size
                   ws-chain-first-seq    delimited by size
                   " CLOSING-SEQ="       delimited by size
                   ws-chain-last-seq     delimited by size
                   " CLOSING-HASH="      delimited by size
                   ws-chain-last-hash    delimited by size
                   into summary-line
               end-string
           else
               move "CHAIN   NO SEALED LINES IN THE PERIOD"
                   to summary-line
           end-if.
           write summary-line.

       420-write-user-line.

           move spaces to summary-line.
           close audit-keep.
           close summary-report.

      *> ---------------------------------------------------------
      *> 920 - close the period onto CONTACT-AUDIT-CHAIN.DAT: its
      *> first and closing sequence numbers and the closing hash.
      *> This is written before the live log is cut back, so the
      *> programs that append to the trail can always find its
      *> highest sequence number - on the live log, or here once
      *> the period has left it - and carry the chain on from there.
      *> ---------------------------------------------------------
       920-close-chain-period.

           if ws-chain-sealed > zero
               open extend audit-chain
               if ws-audchain-not-found
                   open output audit-chain
               end-if
               move ws-archive-period  to audchain-period
               move ws-chain-first-seq to audchain-first-seq
               move ws-chain-last-seq  to audchain-last-seq
               move ws-chain-last-hash to audchain-last-hash
               move ws-archived-count  to audchain-count
               move ws-stamp-date      to audchain-date
               write audchain-line from audchain-rec
               close audit-chain
           end-if.

      *> ---------------------------------------------------------
      *> 950 - the kept records become the new live log: copy
      *> CONTACT-AUDIT.NEW back over CONTACT-AUDIT.LOG so Program2's
