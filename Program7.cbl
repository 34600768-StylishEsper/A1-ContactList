      *>                 then rebuild the master here under the new
      *>                 layout.  The count and hash controls are
      *>                 unchanged by the defaulting.
      *> 2026-10-15  AB  the master carries alternate indexes on the
      *>                 lower-cased email, the sort name and the
      *>                 company (with the sort name): the reload
      *>                 derives the key fields afresh for every
      *>                 record, which recreates the indexes, then
      *>                 walks each index end to end and proves its
      *>                 record count and ID hash against the
      *>                 trailer totals.  A failed index fails the
      *>                 reload (12).  This is the cutover path for
      *>                 the wider record: unload with the old
      *>                 programs, rebuild here.

       environment division.
       configuration section.
               organization is indexed
               access mode is sequential
               record key is contact-id
               alternate record key is contact-email-key
                   with duplicates
               alternate record key is contact-sort-name
                   with duplicates
               alternate record key is contact-company-key
                   with duplicates
               file status is ws-master-status.

           select reload-report

       fd backup-file
           data record is backup-rec
           record contains 283 characters.

           copy "BACKUP-REC.cpy".

         05 ws-id-value     pic 9(6).
         05 ws-write-errors pic 9(6)  value zero.

      *> one walk of a rebuilt alternate index.
       01 ws-alt-controls.
         05 ws-alt-key-name pic x(12).
         05 ws-alt-count    pic 9(9).
         05 ws-alt-id-hash  pic 9(12).
         05 ws-alt-eof-flag pic x value "N".
           88 ws-alt-eof value "Y".

       01 ws-trailer-totals.
         05 ws-trailer-count      pic 9(9).
         05 ws-trailer-id-hash    pic 9(12).
               move "N" to contact-no-postal
           end-if.

           perform 230-derive-alternate-keys.
           write contact-rec
               invalid key
                   add 1 to ws-write-errors
                   perform 250-accumulate-hashes
           end-write.

      *> ---------------------------------------------------------
      *> 230 - the alternate-key fields are always derived afresh
      *> from the image, the way the maintenance run derives them:
      *> the email folded to lower case, and the company followed
      *> by the sort name.  A backup cut before the master carried
      *> them simply has them blank.
      *> ---------------------------------------------------------
       230-derive-alternate-keys.

           move contact-email to contact-email-key.
           inspect contact-email-key
               converting "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       to "abcdefghijklmnopqrstuvwxyz".
           move contact-company   to contact-key-company.
           move contact-sort-name to contact-key-sort-name.

       240-hold-trailer.

           set ws-trailer-seen to true.
               end-if
           end-if.

           perform 340-prove-alternate-indexes.

           if ws-write-errors > 0
               move "N" to ws-reload-good-flag
               move spaces to report-line
           end-string.
           write report-line.

      *> ---------------------------------------------------------
      *> 340 - the rebuild recreates the master's alternate indexes
      *> (email, sort name, company) as the records go in; prove
      *> each one by walking it end to end.  Every record must come
      *> back through every index, so each walk's count and ID hash
      *> must equal the ones the reload has just proved against the
      *> trailer.
      *> ---------------------------------------------------------
       340-prove-alternate-indexes.

           open input contact-master.
           if ws-master-ok
               move "EMAIL" to ws-alt-key-name
               perform 345-walk-alternate-index
               move "SORT-NAME" to ws-alt-key-name
               perform 345-walk-alternate-index
               move "COMPANY" to ws-alt-key-name
               perform 345-walk-alternate-index
               close contact-master
           else
               move "N" to ws-reload-good-flag
               move "CONTROL FAIL - REBUILT MASTER WILL NOT OPEN"
                   to report-line
               write report-line
           end-if.

       345-walk-alternate-index.

           move zero to ws-alt-count.
           move zero to ws-alt-id-hash.
           move "N" to ws-alt-eof-flag.

           evaluate ws-alt-key-name
               when "EMAIL"
                   move low-values to contact-email-key
                   start contact-master key >= contact-email-key
                       invalid key
                           set ws-alt-eof to true
                   end-start
               when "SORT-NAME"
                   move low-values to contact-sort-name
                   start contact-master key >= contact-sort-name
                       invalid key
                           set ws-alt-eof to true
                   end-start
               when other
                   move low-values to contact-company-key
                   start contact-master key >= contact-company-key
                       invalid key
                           set ws-alt-eof to true
                   end-start
           end-evaluate.

           perform 346-read-one-alternate
               until ws-alt-eof.

           move spaces to report-line.
           if ws-alt-count = ws-record-count
                   and ws-alt-id-hash = ws-id-hash
               string
                   "INDEX " delimited by size
                   ws-alt-key-name delimited by space
                   " GOOD  RECORDS=" delimited by size
                   ws-alt-count delimited by size
                   " ID-HASH=" delimited by size
                   ws-alt-id-hash delimited by size
                   into report-line
               end-string
           else
               move "N" to ws-reload-good-flag
               string
                   "CONTROL FAIL - INDEX " delimited by size
                   ws-alt-key-name delimited by space
                   ": RECORDS=" delimited by size
                   ws-alt-count delimited by size
                   " ID-HASH=" delimited by size
                   ws-alt-id-hash delimited by size
                   into report-line
               end-string
           end-if.
           write report-line.

       346-read-one-alternate.

           read contact-master next record
               at end
                   set ws-alt-eof to true
               not at end
                   add 1 to ws-alt-count
                   if contact-id numeric
                       move contact-id to ws-id-value
                       add ws-id-value to ws-alt-id-hash
                   end-if
           end-read.

      *> ---------------------------------------------------------
      *> 950 - close out the run-control log and leave the run's
      *> severity in RETURN-CODE for the scheduler: 08 the parameter
