      *> 2026-09-01  AB  the contact record grew the postal address
      *>                 fields; widen the backup record to carry the
      *>                 full image.
      *> 2026-10-15  AB  the master carries alternate indexes on the
      *>                 lower-cased email, the sort name and the
      *>                 company (with the sort name), which widens
      *>                 the record and the backup.  After the unload
      *>                 walk each alternate index end to end and
      *>                 prove its count and ID hash against the
      *>                 unload totals; an index out of step ends
      *>                 the run 04 and asks for a Program7 rebuild.

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

           select backup-file

       fd backup-file
           data record is backup-rec
           record contains 283 characters.

           copy "BACKUP-REC.cpy".

       01 ws-flags.
         05 ws-eof-flag pic x value "N".
           88 ws-eof value "Y".
         05 ws-index-bad-flag pic x value "N".
           88 ws-index-bad value "Y".

      *> one walk of an alternate index.
       01 ws-alt-controls.
         05 ws-alt-key-name pic x(12).
         05 ws-alt-count    pic 9(9).
         05 ws-alt-id-hash  pic 9(12).
         05 ws-alt-eof-flag pic x value "N".
           88 ws-alt-eof value "Y".

       01 ws-backup-name pic x(64).

           end-if.

           perform 800-write-report.
           if not ws-master-not-found
               perform 400-prove-alternate-indexes
           end-if.
           perform 900-close-files.
           perform 950-write-run-end.

           move ws-run-time     to backup-unload-time.
           write backup-rec.

      *> ---------------------------------------------------------
      *> 400 - the unload reads the master by its prime key; walk
      *> each alternate index (email, sort name, company) end to end
      *> as well and prove its record count and ID hash against the
      *> unload's.  A mismatch means the index no longer agrees with
      *> the data: the backup itself is good, but the master should
      *> be rebuilt from it with Program7.
      *> ---------------------------------------------------------
       400-prove-alternate-indexes.

           move "EMAIL" to ws-alt-key-name.
           perform 410-walk-alternate-index.
           move "SORT-NAME" to ws-alt-key-name.
           perform 410-walk-alternate-index.
           move "COMPANY" to ws-alt-key-name.
           perform 410-walk-alternate-index.

           if ws-index-bad
               move spaces to report-line
               string
                   "ALTERNATE INDEX OUT OF STEP - REBUILD THE MASTER"
                       delimited by size
                   " WITH PROGRAM7" delimited by size
                   into report-line
               end-string
               write report-line
           end-if.

       410-walk-alternate-index.

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

           perform 420-read-one-alternate
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
               set ws-index-bad to true
               string
                   "INDEX " delimited by size
                   ws-alt-key-name delimited by space
                   " OUT OF STEP  RECORDS=" delimited by size
                   ws-alt-count delimited by size
                   " ID-HASH=" delimited by size
                   ws-alt-id-hash delimited by size
                   into report-line
               end-string
           end-if.
           write report-line.

       420-read-one-alternate.

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

       800-write-report.

           if ws-master-not-found
      *> ---------------------------------------------------------
      *> 950 - close out the run-control log and leave the run's
      *> severity in RETURN-CODE for the scheduler: 08 the master
      *> was missing (no backup cut), 04 an alternate index is out
      *> of step with the data (backup good, rebuild advised),
      *> 00 clean.
      *> ---------------------------------------------------------
       950-write-run-end.

           if ws-master-not-found
               move 8 to ws-severity
           else
               if ws-index-bad
                   move 4 to ws-severity
               else
                   move zero to ws-severity
               end-if
           end-if.

           accept ws-stamp-date from date yyyymmdd.
