      *> of each of them re-parsing the line its own way.
      *> AUDIT-ACTION carries ADD / CHANGE / DELETE / MERGE / INACT
      *> / REINST / PURGE / REJECT.
      *> A transaction that adds ("K") or drops ("X") one of the
      *> contact's extra phone numbers or email addresses is a
      *> CHANGE whose channel area names the operation, the channel
      *> type and the value; on every other line it is blank.
      *> Every line is sealed as it is written: AUDIT-SEQ numbers
      *> the trail without a break from the first sealed line on,
      *> and AUDIT-HASH folds this line (everything up to and
      *> including AUDIT-SEQ) into the hash of the line before it,
      *> so a line altered, removed or moved anywhere in the live
      *> log or an archive no longer chains.  Lines written before
      *> the trail was sealed carry both fields blank.
       01  audit-rec.
           05  audit-date               pic 9(8).
           05  filler                   pic x(1) value space.
           05  audit-after-no-email     pic x(1).
           05  audit-after-no-phone     pic x(1).
           05  audit-after-no-postal    pic x(1).
           05  filler                   pic x(6) value " CHAN=".
           05  audit-chan-op            pic x(1) value spaces.
           05  audit-chan-type          pic x(2) value spaces.
           05  filler                   pic x(1) value "|".
           05  audit-chan-value         pic x(30) value spaces.
           05  filler                   pic x(3) value spaces.
           05  filler                   pic x(4) value "SEQ=".
           05  audit-seq                pic 9(9).
           05  filler                   pic x(6) value " HASH=".
           05  audit-hash               pic 9(9).
