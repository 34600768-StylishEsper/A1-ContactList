      *> back intact, group memberships and all.
      *> The do-not-contact flags ride ADD and CHANGE: "Y" sets one,
      *> "N" clears one, blank leaves it alone like any other field.
      *> TRANS-SUBMITTER is the user who keyed or generated the
      *> transaction; the edit pass checks it against the
      *> CONTACT-AUTHORITY.DAT table.  A DELETE, MERGE or INACTIVATE
      *> is held on CONTACT-PENDING.DAT until a second authorised
      *> user releases it with an APPROVE ("P") or turns it down
      *> with a DECLINE ("N") naming the same contact in TRANS-ID;
      *> the released image reaches Program2 with TRANS-APPROVER
      *> filled in, and Program2 refuses a destructive transaction
      *> that has no approver, or whose approver is its submitter.
      *> An ADD-CHANNEL ("K") gives contact TRANS-ID a further phone
      *> number or email address of type TRANS-CHAN-TYPE, and a
      *> DROP-CHANNEL ("X") takes one away.  The number itself rides
      *> in TRANS-PHONE for a phone type and the address in
      *> TRANS-EMAIL for an email type, so both get the same edits
      *> as the master fields.  TRANS-CHAN-PRIMARY "Y" makes the new
      *> channel the contact's primary one of its kind.
       01  trans-rec.
           05  trans-code               pic x(1).
               88  trans-is-add         value "A".
               88  trans-is-merge       value "M".
               88  trans-is-inactivate  value "I".
               88  trans-is-reinstate   value "R".
               88  trans-is-approve     value "P".
               88  trans-is-decline     value "N".
               88  trans-is-add-channel value "K".
               88  trans-is-drop-channel value "X".
           05  trans-id                 pic x(6).
           05  trans-name               pic x(20).
           05  trans-email              pic x(30).
           05  trans-no-email           pic x(1).
           05  trans-no-phone           pic x(1).
           05  trans-no-postal          pic x(1).
           05  trans-submitter          pic x(20).
           05  trans-approver           pic x(20).
           05  trans-chan-type          pic x(2).
               88  trans-chan-is-phone  value "PW" "PM" "PH" "PF".
               88  trans-chan-is-email  value "EW" "EP".
           05  trans-chan-primary       pic x(1).
