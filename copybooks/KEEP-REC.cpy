      *> KEEP-REC
      *> A CRM value an analyst chose not to take over ours, on the
      *> indexed CONTACT-SYNC-KEEP.DAT keyed by contact ID and field
      *> name (the SYNC-FIELD names of SYNCCONF-REC).  The CRM
      *> import (Program16) writes one when an analyst decides "O" -
      *> keep ours - and treats the CRM sending the same value again
      *> as no change; the analyst and the date of the decision
      *> ride with it.
       01  keep-rec.
           05  keep-key.
               10  keep-contact-id      pic x(6).
               10  keep-field           pic x(8).
           05  filler                   pic x(1).
           05  keep-crm-value           pic x(30).
           05  filler                   pic x(1).
           05  keep-date                pic 9(8).
           05  filler                   pic x(1).
           05  keep-analyst             pic x(20).
           05  filler                   pic x(5).
