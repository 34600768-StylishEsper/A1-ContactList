      *> INTERACT-REC
      *> One interaction with a contact on CONTACT-INTERACT.DAT: a
      *> call, email, meeting or letter, who made it, a short note,
      *> and the day we promised to come back to them, if we did.
      *> Keyed by CONTACT-ID then date and time, so a contact's
      *> history reads in order from its first record and the same
      *> contact can be reached many times a day.  Maintained by
      *> Program24 from CONTACT-INTERACT-TRANS.DAT; a MERGE in
      *> Program2 moves the retiring contact's history onto the
      *> survivor.
      *> INTERACT-FOLLOW-UP is zero when nothing was promised.  Only
      *> the follow-up on a contact's latest interaction is still
      *> owed - any later interaction either kept that promise or
      *> made a new one.
       01  interact-rec.
           05  interact-key.
               10  interact-contact-id  pic x(6).
               10  interact-date        pic 9(8).
               10  interact-time        pic 9(8).
           05  interact-type            pic x(1).
               88  interact-is-call     value "C".
               88  interact-is-email    value "E".
               88  interact-is-meeting  value "M".
               88  interact-is-letter   value "L".
           05  interact-user            pic x(20).
           05  interact-follow-up       pic 9(8).
           05  interact-note            pic x(60).
           05  filler                   pic x(9).
