      *> no-email contact, the labels drop a no-postal one, the CRM
      *> delta carries the flags, and the inquiry shows them before
      *> anyone dials.
      *> CONTACT-EMAIL-KEY and CONTACT-COMPANY-KEY exist only to key
      *> the master's alternate indexes, and every program that
      *> writes the master derives them just before the WRITE or
      *> REWRITE: the email folded to lower case, and the company
      *> followed by the sort name, so a company walk comes back in
      *> name order within each company.  CONTACT-SORT-NAME keys the
      *> third alternate index as it stands.  All three allow
      *> duplicates.  Nothing else should read or set them.
       01  contact-rec.
           05  contact-id               pic x(6).
           05  contact-name             pic x(20).
               88  contact-dnc-phone    value "Y".
           05  contact-no-postal        pic x(1).
               88  contact-dnc-postal   value "Y".
           05  contact-email-key        pic x(30).
           05  contact-company-key.
               10  contact-key-company  pic x(20).
               10  contact-key-sort-name
                                        pic x(20).
