      *> DISTHIST-REC
      *> One contact's place on one outbound run, on the indexed
      *> CONTACT-DIST-HIST.DAT: which mailing or campaign it was for
      *> (from the run's parameter record), the group it was drawn
      *> from, the output type (a group CSV from Program11, labels
      *> or a vCard from Program15), the channel it went out by and
      *> the day and time of the run.  Keyed by contact ID, then run
      *> date and time, output type and group, so a contact's
      *> mailings read together in the order they went out.  The
      *> alternate key, campaign then contact ID, answers "has this
      *> contact already been sent this campaign?".
      *> DIST-CHANNEL-VALUE is the address used: the email address
      *> the CSV carried, the postal code a label was pressed for,
      *> blank for a vCard (which carries every channel).
      *> A contact's history goes with the rest of its data when
      *> Program17 purges it.
       01  dist-rec.
           05  dist-key.
               10  dist-contact-id      pic x(6).
               10  dist-run-date        pic 9(8).
               10  dist-run-time        pic 9(8).
               10  dist-output-type     pic x(6).
                   88  dist-is-csv      value "CSV".
                   88  dist-is-labels   value "LABELS".
                   88  dist-is-vcard    value "VCARD".
               10  dist-group-id        pic x(4).
           05  dist-campaign-key.
               10  dist-campaign-id     pic x(10).
               10  dist-key-contact-id  pic x(6).
           05  dist-channel             pic x(6).
               88  dist-by-email        value "EMAIL".
               88  dist-by-postal       value "POSTAL".
               88  dist-by-card         value "CARD".
           05  dist-channel-value       pic x(30).
           05  filler                   pic x(16).
