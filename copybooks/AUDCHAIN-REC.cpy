      *> AUDCHAIN-REC
      *> One closed audit period on CONTACT-AUDIT-CHAIN.DAT, written
      *> by the month-end archive run (Program5) as it moves a
      *> period's lines to CONTACT-AUDIT-YYYYMM.LOG: the first and
      *> closing AUDIT-SEQ of the period, the closing AUDIT-HASH and
      *> the number of lines archived.  The programs that append to
      *> CONTACT-AUDIT.LOG carry the chain on from the highest
      *> closing sequence here when the live log no longer holds
      *> it, and the audit-trail verification (Program26) walks the
      *> archives in period order from this file and proves each
      *> one closes where this record says it did.
      *> A record whose period is LIVE is the trail's high-water
      *> mark instead: the AUDIT-SEQ and AUDIT-HASH of the last line
      *> written, put back by each program that appends to the live
      *> log as it closes it (first sequence and count are zero).
      *> Held off the log, it shows a log that has lost its last
      *> lines, and the next writer carries on from it.
       01  audchain-rec.
           05  audchain-period          pic x(6).
               88  audchain-live-mark   value "LIVE".
           05  filler                   pic x(1) value space.
           05  audchain-first-seq       pic 9(9).
           05  filler                   pic x(1) value space.
           05  audchain-last-seq        pic 9(9).
           05  filler                   pic x(1) value space.
           05  audchain-last-hash       pic 9(9).
           05  filler                   pic x(1) value space.
           05  audchain-count           pic 9(6).
           05  filler                   pic x(1) value space.
           05  audchain-date            pic 9(8).
           05  filler                   pic x(28) value spaces.
