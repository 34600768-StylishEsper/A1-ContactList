      *>                 three columns of every delta row (email,
      *>                 phone, postal; Y = suppress) so the CRM
      *>                 suppresses the channel too.
      *> 2026-10-15  AB  widen the audit log record to the sealed
      *>                 layout (sequence number and hash at the
      *>                 end of every line).
      *> 2026-10-15  AB  send a privacy erasure (ERASE) as a D row so
      *>                 the CRM drops the contact too; the line holds
      *>                 no images, so the row carries only the ID.

       environment division.
       configuration section.

       fd audit-log
           data record is audit-line
           record contains 532 characters.

       01 audit-line pic x(532).

       fd delta-file
           data record is delta-line
               when "REINST"
                   move "A" to ws-delta-tag
                   perform 400-write-delta-line
      *> a privacy erasure takes the contact off the feed; its line
      *> carries no images, so the D row carries only the ID.
               when "ERASE"
                   move "D" to ws-delta-tag
                   perform 400-write-delta-line
               when other
                   continue
           end-evaluate.
