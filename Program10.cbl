      *>                 Writes GROUP-ACTIVITY.OUT with a TOTALS
      *>                 line, severities and run-control lines in
      *>                 the house convention.
      *> 2026-10-15  AB  declare the master's new alternate keys
      *>                 (email, sort name, company) so the file opens
      *>                 with its full key definition.

       environment division.
       configuration section.
               organization is indexed
               access mode is random
               record key is contact-id
               alternate record key is contact-email-key
                   with duplicates
               alternate record key is contact-sort-name
                   with duplicates
               alternate record key is contact-company-key
                   with duplicates
               file status is ws-master-status.

           select activity-report
