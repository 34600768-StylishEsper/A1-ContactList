      *> INTRTRANS-REC
      *> One interaction to record, keyed on
      *> CONTACT-INTERACT-TRANS.DAT and applied by Program24 to
      *> CONTACT-INTERACT.DAT.  The date and time default to the
      *> run's when left blank (YYYYMMDD / HHMMSSCC when keyed); the
      *> type is C call, E email, M meeting or L letter; the user
      *> is whoever made the contact and is owed the follow-up.
      *> INTRTRANS-FOLLOW-UP (YYYYMMDD) is left blank when nothing
      *> was promised.  An ID retired by a MERGE is redirected to
      *> its survivor through CONTACT-XREF.DAT.
       01  intrtrans-rec.
           05  intrtrans-contact-id     pic x(6).
           05  intrtrans-date           pic x(8).
           05  intrtrans-time           pic x(8).
           05  intrtrans-type           pic x(1).
               88  intrtrans-type-ok    value "C" "E" "M" "L".
           05  intrtrans-user           pic x(20).
           05  intrtrans-follow-up      pic x(8).
           05  intrtrans-note           pic x(60).
