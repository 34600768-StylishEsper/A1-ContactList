      *> CHANNEL-REC
      *> One phone number or email address of a contact, on the
      *> indexed CONTACT-CHANNEL.DAT keyed by contact ID and a
      *> sequence within the contact.  A contact may hold any mix of
      *> work, mobile, home and fax phones and work and personal
      *> email addresses; the one flagged primary in each category
      *> is the one CONTACT-EMAIL / CONTACT-PHONE carry on the
      *> master, so everything that only wants one number still
      *> reads the master as before.  Channels are added ("K") and
      *> dropped ("X") through the ordinary transaction path and
      *> Program2 keeps the primary flags and the master in step.
       01  channel-rec.
           05  channel-key.
               10  channel-contact-id   pic x(6).
               10  channel-seq          pic 9(2).
           05  channel-type             pic x(2).
               88  channel-is-phone     value "PW" "PM" "PH" "PF".
               88  channel-is-email     value "EW" "EP".
               88  channel-work-phone   value "PW".
               88  channel-mobile       value "PM".
               88  channel-home-phone   value "PH".
               88  channel-fax          value "PF".
               88  channel-work-email   value "EW".
               88  channel-personal-email value "EP".
           05  channel-value            pic x(30).
           05  channel-primary          pic x(1).
               88  channel-is-primary   value "Y".
           05  filler                   pic x(9).
