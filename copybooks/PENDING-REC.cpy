      *> PENDING-REC
      *> One destructive transaction (DELETE, MERGE, INACTIVATE) held
      *> by Program4 for a second person's approval.  CONTACT-
      *> PENDING.DAT carries the items still open; when one is
      *> approved or declined it is dropped from there and the same
      *> record, with the decision filled in, is appended to
      *> CONTACT-APPROVAL-HIST.DAT.  PEND-TRANS is the TRANS-REC
      *> image exactly as submitted, so an approved item is released
      *> to Program2 unchanged apart from TRANS-APPROVER.
       01  pend-rec.
           05  pend-status              pic x(1).
               88  pend-is-open         value "O".
               88  pend-is-approved     value "A".
               88  pend-is-declined     value "D".
           05  filler                   pic x(1).
           05  pend-held-date           pic 9(8).
           05  filler                   pic x(1).
           05  pend-held-time           pic 9(8).
           05  filler                   pic x(1).
           05  pend-decided-by          pic x(20).
           05  filler                   pic x(1).
           05  pend-decided-date        pic 9(8).
           05  filler                   pic x(1).
           05  pend-decided-time        pic 9(8).
           05  filler                   pic x(1).
           05  pend-trans.
               10  pend-code            pic x(1).
               10  pend-id              pic x(6).
               10  pend-name            pic x(20).
               10  pend-email           pic x(30).
               10  pend-phone           pic x(12).
               10  pend-company         pic x(20).
               10  pend-addr1           pic x(30).
               10  pend-addr2           pic x(30).
               10  pend-city            pic x(20).
               10  pend-state           pic x(2).
               10  pend-postal          pic x(10).
               10  pend-merge-id        pic x(6).
               10  pend-no-email        pic x(1).
               10  pend-no-phone        pic x(1).
               10  pend-no-postal       pic x(1).
               10  pend-submitter       pic x(20).
               10  pend-approver        pic x(20).
