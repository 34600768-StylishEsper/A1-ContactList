      *> totals - record count, the hash of the numeric CONTACT-IDs,
      *> the hash of the numeric phone segments, and the unload run
      *> stamp - that a reload must reproduce before the rebuilt
      *> master can be trusted.  The detail image includes the
      *> alternate-key fields, but the reload derives them afresh
      *> rather than trusting them.
       01  backup-rec.
           05  backup-type              pic x(1).
               88  backup-is-detail     value "D".
               88  backup-is-trailer    value "T".
           05  backup-data              pic x(282).
           05  backup-trailer redefines backup-data.
               10  backup-count         pic 9(9).
               10  backup-id-hash       pic 9(12).
               10  backup-phone-hash    pic 9(12).
               10  backup-unload-date   pic 9(8).
               10  backup-unload-time   pic 9(8).
               10  filler               pic x(233).
