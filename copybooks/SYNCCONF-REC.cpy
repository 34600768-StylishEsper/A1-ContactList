      *> SYNCCONF-REC
      *> One field of one contact that was changed here and at the
      *> CRM between syncs, on CONTACT-SYNC-RESOLVE.DAT as the CRM
      *> import (Program16) raises it: our value, who last changed
      *> it here and when, and the value the CRM now sends.  The
      *> field is held - neither side's value is applied - until an
      *> analyst decides.
      *> The analyst marks SYNC-DECISION and keys their own user ID
      *> in SYNC-ANALYST; the next import acts on it:
      *>   "O" - keep ours; the CRM value is remembered on
      *>         CONTACT-SYNC-KEEP.DAT and not applied when the CRM
      *>         sends it again
      *>   "T" - take theirs; the CRM value becomes an ordinary
      *>         CHANGE ("C") TRANS-REC carrying just that field, with
      *>         the analyst as its submitter - provided our value is
      *>         still the one the analyst saw
      *>   blank - undecided; the field stays held and the line is
      *>         carried to the next import's file.
      *> SYNC-FIELD names the field: NAME, EMAIL, PHONE, COMPANY,
      *> ADDR1, ADDR2, CITY, STATE or POSTAL.
       01  sync-rec.
           05  sync-decision            pic x(1).
               88  sync-keep-ours       value "O".
               88  sync-take-theirs     value "T".
           05  filler                   pic x(1).
           05  sync-analyst             pic x(20).
           05  filler                   pic x(1).
           05  sync-contact-id          pic x(6).
           05  filler                   pic x(1).
           05  sync-field               pic x(8).
           05  filler                   pic x(1).
           05  sync-our-value           pic x(30).
           05  filler                   pic x(1).
           05  sync-crm-value           pic x(30).
           05  filler                   pic x(1).
           05  sync-changed-by          pic x(20).
           05  filler                   pic x(1).
           05  sync-changed-date        pic 9(8).
           05  filler                   pic x(1).
           05  sync-changed-time        pic 9(8).
