      *>                 mailing address too.
      *> 2026-09-01  AB  suppress inactive contacts from the handout,
      *>                 the same way the by-name list does.
      *> 2026-10-15  AB  read the master through its new company
      *>                 index (company, then sort name) instead of
      *>                 sorting it: the order is the same and the
      *>                 SORTWORK2/SORTOUT2 work files are gone.

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

           select output-file
               assign to
                "../../../A1-ContactList/A1-ContactList-ByCompany.out"

           copy "CONTACT-REC.cpy".

       fd output-file
           data record is output-line
           record contains 66 characters.

           copy "RUNCTL-REC.cpy".

      *> the contact being printed, in the layout the report
      *> paragraphs were written against.
           copy "CONTACT-REC.cpy"
               replacing ==CONTACT-REC==       by ==PRT-REC==
                         ==CONTACT-ID==         by ==PRT-ID==
                         ==CONTACT-NAME==       by ==PRT-NAME==
                         ==CONTACT-EMAIL==      by ==PRT-EMAIL==
                         ==CONTACT-PHONE==      by ==PRT-PHONE==
                         ==CONTACT-SORT-NAME==  by ==PRT-SORT-NAME==
                         ==CONTACT-COMPANY==    by ==PRT-COMPANY==
                         ==CONTACT-ADDR1==      by ==PRT-ADDR1==
                         ==CONTACT-ADDR2==      by ==PRT-ADDR2==
                         ==CONTACT-CITY==       by ==PRT-CITY==
                         ==CONTACT-STATE==      by ==PRT-STATE==
                         ==CONTACT-POSTAL==     by ==PRT-POSTAL==
                         ==CONTACT-STATUS==     by ==PRT-STATUS==
                         ==CONTACT-IS-INACTIVE==
                             by ==PRT-IS-INACTIVE==
                         ==CONTACT-STATUS-DATE==
                             by ==PRT-STATUS-DATE==
                         ==CONTACT-NO-EMAIL==   by ==PRT-NO-EMAIL==
                         ==CONTACT-NO-PHONE==   by ==PRT-NO-PHONE==
                         ==CONTACT-NO-POSTAL==  by ==PRT-NO-POSTAL==
                         ==CONTACT-EMAIL-KEY==  by ==PRT-EMAIL-KEY==
                         ==CONTACT-COMPANY-KEY==
                             by ==PRT-COMPANY-KEY==
                         ==CONTACT-KEY-COMPANY==
                             by ==PRT-KEY-COMPANY==
                         ==CONTACT-KEY-SORT-NAME==
                             by ==PRT-KEY-SORT-NAME==.

       01 ws-heading pic x(64)
           value "       MAFD 4202 Contact List by Company".

       01 ws-group-total-line pic x(64).

       01 ws-flags.
         05 ws-master-eof-flag pic x value "N".
           88 ws-master-eof value "Y".
         05 ws-first-group-flag pic x value "Y".
           88 ws-first-group value "Y".
         05 ws-record-is-bad-flag pic x value "N".
           perform 2000-validate-master.

           if not ws-master-missing
               perform 4000-print-groups
           end-if.

               end-if
           end-if.

      *> ---------------------------------------------------------
      *> 4000 - the master's company index is keyed on the company
      *> followed by the sort name, so walking it from the start
      *> gives the contacts already in company order and in name
      *> order within each company, with no sort.
      *> ---------------------------------------------------------
       4000-print-groups.

           open input contact-master.

           move low-values to contact-company-key.
           start contact-master key >= contact-company-key
               invalid key
                   set ws-master-eof to true
           end-start.

           perform 4100-print-loop until ws-master-eof.

           if ws-group-count > 0
               perform 4400-write-group-total
           end-if.

           close contact-master.
           if not ws-flagged-missing
               close flagged-file
           end-if.

       4100-print-loop.

           read contact-master next record
               at end
                   set ws-master-eof to true
               not at end
                   move contact-rec to prt-rec
                   perform 4200-handle-contact
           end-read.

