      *>                 finishes with the contact exactly as it
      *>                 stood on the as-of date.  Months with no
      *>                 archive file are simply skipped.
      *> 2026-10-15  AB  widen the audit log record to the sealed
      *>                 layout (sequence number and hash at the
      *>                 end of every line).
      *> 2026-10-15  AB  follow privacy erasures: an ERASE line prints
      *>                 in the history and takes the contact off file
      *>                 like a PURGE, and an erasure of the ID at any
      *>                 date is noted under the answer, since every
      *>                 image above it - before the as-of date too -
      *>                 now carries the *ERASED* marker.

       environment division.
       configuration section.

       fd audit-archive
           data record is archive-line
           record contains 532 characters.

       01 archive-line pic x(532).

       fd audit-log
           data record is audit-line
           record contains 532 characters.

       01 audit-line pic x(532).

       fd asof-report
           data record is report-line
           88 ws-scan-eof value "Y".
         05 ws-exists-flag pic x value "N".
           88 ws-contact-exists value "Y".
         05 ws-erased-flag pic x value "N".
           88 ws-contact-erased value "Y".

      *> the inquiry being answered.
       01 ws-inquiry.
         05 ws-target-id   pic x(6).
         05 ws-asof-date   pic 9(8).
         05 ws-from-period pic 9(6).
         05 ws-erased-date pic 9(8).

      *> the month walk over the dated archives.
       01 ws-period-work.
           end-if.

           move "N" to ws-exists-flag.
           move "N" to ws-erased-flag.
           move zero to ws-erased-date.
           move spaces to ws-asof-rec.
           move zero to ws-change-count.

      *> dated up to the as-of date count.  Each one prints in the
      *> change history and rolls the standing image forward,
      *> exactly the way the reconciliation replay applies them.
      *> A privacy erasure of the ID is noted whenever it was done:
      *> it anonymised every image of the contact, including those
      *> before the as-of date, and the answer has to say so.
      *> ---------------------------------------------------------
       400-consider-audit-line.

           if audit-key-id = ws-target-id
                   and audit-action = "ERASE"
                   and audit-date numeric
               set ws-contact-erased to true
               move audit-date to ws-erased-date
           end-if.

           if audit-key-id = ws-target-id
                   and audit-date numeric
                   and audit-date <= ws-asof-date
                   when "PURGE"
                       perform 500-print-history-line
                       move "N" to ws-exists-flag
                   when "ERASE"
                       perform 500-print-history-line
                       move "N" to ws-exists-flag
                   when "MERGE"
                       perform 500-print-history-line
                       if audit-after-name = spaces

      *> ---------------------------------------------------------
      *> 600 - the answer: the contact as it stood at close of the
      *> as-of date, or the fact that it was not on file then.  For
      *> an erased contact the images are the anonymised ones the
      *> erasure left, which is expected: the answer says when its
      *> data was erased, and the image it stood with reads as the
      *> *ERASED* marker.
      *> ---------------------------------------------------------
       600-write-standing-image.

               write report-line
           end-if.

           if ws-contact-erased
               move spaces to report-line
               string
                   "  PERSONAL DATA ERASED ON " delimited by size
                   ws-erased-date               delimited by size
                   " - IMAGES ABOVE ANONYMISED" delimited by size
                   into report-line
               end-string
               write report-line
           end-if.

           move spaces to report-line.
           if ws-contact-exists
               string
