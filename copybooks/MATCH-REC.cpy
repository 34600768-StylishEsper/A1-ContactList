      *> MATCH-REC
      *> One probable-duplicate pair on CONTACT-MATCH-REVIEW.DAT, as
      *> the matching run (Program23) proposes it: the contact it
      *> suggests keeping, the one it suggests retiring, the score
      *> and the reasons the two matched, with both names so the
      *> file reads on its own next to CONTACT-MATCH.OUT.
      *> The reviewer marks MATCH-DECISION and keys their own user
      *> ID in MATCH-REVIEWER; the next matching run acts on it:
      *>   "Y" - merge as proposed (retiring folds into survivor)
      *>   "S" - merge the other way round
      *>   "N" - not the same person; the pair is remembered on
      *>         CONTACT-MATCH-NOTDUP.DAT and never proposed again
      *>   blank - undecided; proposed afresh while it still scores.
      *> An accepted pair becomes an ordinary MERGE ("M") TRANS-REC
      *> on CONTACT-TRANS.DAT with the reviewer as its submitter, so
      *> it is edited, held for a second person's approval and
      *> applied like any keyed merge.
       01  match-rec.
           05  match-decision           pic x(1).
               88  match-accept         value "Y".
               88  match-accept-swap    value "S".
               88  match-not-dup        value "N".
           05  filler                   pic x(1).
           05  match-reviewer           pic x(20).
           05  filler                   pic x(1).
           05  match-survivor-id        pic x(6).
           05  filler                   pic x(1).
           05  match-retiring-id        pic x(6).
           05  filler                   pic x(1).
           05  match-score              pic 9(3).
           05  filler                   pic x(1).
           05  match-survivor-name      pic x(20).
           05  filler                   pic x(1).
           05  match-retiring-name      pic x(20).
           05  filler                   pic x(1).
           05  match-reasons            pic x(48).
           05  filler                   pic x(1).
