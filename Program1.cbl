      *>                 asked not to be emailed stays on the printed
      *>                 report but is dropped from the CSV, which is
      *>                 what the email blasts are cut from.
      *> 2026-10-15  AB  two more CSV columns: the contact's other
      *>                 phone numbers and other email addresses off
      *>                 CONTACT-CHANNEL.DAT, each as a
      *>                 "TYPE:value;..." list, after the address.
      *> 2026-10-15  AB  declare the master's new alternate keys
      *>                 (email, sort name, company) so the file opens
      *>                 with its full key definition.

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

           select sort-file
               assign to "../../../A1-ContactList/A1-ContactList.csv"
               organization is line sequential.

           select channel-file
               assign to "../../../A1-ContactList/CONTACT-CHANNEL.DAT"
               organization is indexed
               access mode is dynamic
               record key is channel-key
               file status is ws-channel-status.

           select exception-file
               assign to "../../../A1-ContactList/CONTACT-EXCEPTION.OUT"
               organization is line sequential.
                             by ==SD-STATUS-DATE==
                         ==CONTACT-NO-EMAIL==   by ==SD-NO-EMAIL==
                         ==CONTACT-NO-PHONE==   by ==SD-NO-PHONE==
                         ==CONTACT-NO-POSTAL==  by ==SD-NO-POSTAL==
                         ==CONTACT-EMAIL-KEY==  by ==SD-EMAIL-KEY==
                         ==CONTACT-COMPANY-KEY==
                             by ==SD-COMPANY-KEY==
                         ==CONTACT-KEY-COMPANY==
                             by ==SD-KEY-COMPANY==
                         ==CONTACT-KEY-SORT-NAME==
                             by ==SD-KEY-SORT-NAME==.

       fd sort-out
           data record is prt-rec.
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

       fd output-file
           data record is output-line

       fd csv-file
           data record is csv-line
           record contains 640 characters.

       01 csv-line pic x(640).

       fd channel-file
           data record is channel-rec.

           copy "CHANNEL-REC.cpy".

       fd exception-file
           data record is exception-line
           88 ws-flagged-missing value "Y".
         05 ws-record-is-bad-flag pic x value "N".
           88 ws-record-is-bad value "Y".
         05 ws-channel-missing-flag pic x value "N".
           88 ws-channel-missing value "Y".
         05 ws-chan-done-flag pic x value "N".
           88 ws-chan-done value "Y".

       01 ws-restart-status pic xx.
         88 ws-restart-ok value "00".
         88 ws-flagged-ok value "00".
         88 ws-flagged-not-found value "23" "35".

       01 ws-channel-status pic xx.
         88 ws-channel-ok value "00".
         88 ws-channel-not-found value "23" "35".

       01 ws-runctl-status pic xx.
         88 ws-runctl-ok value "00".
         88 ws-runctl-not-found value "35".
         05 ws-csv-quote-cnt pic 9(3) value zero.
         05 ws-csv-ptr       pic 9(3) value 1.

      *> the contact's other numbers or addresses gathered into one
      *> CSV column: which kind is wanted, the list and its length.
       01 ws-csv-list-work.
         05 ws-csv-want        pic x(1).
         05 ws-csv-chan-label  pic x(8).
         05 ws-csv-list        pic x(200).
         05 ws-csv-list-len    pic 9(3) value zero.
         05 ws-csv-list-ptr    pic 9(3) value 1.

      *> address lines printed under each contact's detail line.
       01 ws-street-line.
         05 filler           pic x(2)  value spaces.

           open input sort-out.

      *> the channel file exists once anyone has a second number or
      *> address; without it the two extra CSV columns stay empty.
           open input channel-file.
           if ws-channel-not-found
               set ws-channel-missing to true
           end-if.

           move zero to ws-print-count.
           move zero to ws-checkpoint-count.

           close sort-out.
           close output-file.
           close csv-file.
           if not ws-channel-missing
               close channel-file
           end-if.
           if not ws-flagged-missing
               close flagged-file
           end-if.

           move prt-postal to ws-csv-field.
           perform 4450-append-csv-field.
           string "," delimited by size
               into csv-line with pointer ws-csv-ptr
           end-string.

           move "P" to ws-csv-want.
           perform 4480-build-channel-list.
           perform 4490-append-csv-list.
           string "," delimited by size
               into csv-line with pointer ws-csv-ptr
           end-string.

           move "E" to ws-csv-want.
           perform 4480-build-channel-list.
           perform 4490-append-csv-list.

           write csv-line.

               move "Y" to ws-len-found-flag
           end-if.

      *> ---------------------------------------------------------
      *> 4480 - the contact's other phone numbers (ws-csv-want "P")
      *> or email addresses ("E") off the channel file, as one
      *> "TYPE:value;TYPE:value" list for a single CSV column.  The
      *> primary ones already have their own columns.
      *> ---------------------------------------------------------
       4480-build-channel-list.

           move spaces to ws-csv-list.
           move 1 to ws-csv-list-ptr.
           move "N" to ws-chan-done-flag.

           if ws-channel-missing
               set ws-chan-done to true
           else
               move prt-id to channel-contact-id
               move zero to channel-seq
               start channel-file key >= channel-key
                   invalid key
                       set ws-chan-done to true
               end-start
           end-if.

           perform 4482-add-one-channel
               until ws-chan-done.

       4482-add-one-channel.

           read channel-file next record
               at end
                   set ws-chan-done to true
               not at end
                   if channel-contact-id not = prt-id
                       set ws-chan-done to true
                   else
                       if channel-type(1:1) = ws-csv-want
                               and not channel-is-primary
                           perform 4484-append-channel-entry
                       end-if
                   end-if
           end-read.

       4484-append-channel-entry.

           evaluate true
               when channel-work-phone or channel-work-email
                   move "WORK" to ws-csv-chan-label
               when channel-mobile
                   move "MOBILE" to ws-csv-chan-label
               when channel-home-phone
                   move "HOME" to ws-csv-chan-label
               when channel-fax
                   move "FAX" to ws-csv-chan-label
               when channel-personal-email
                   move "PERSONAL" to ws-csv-chan-label
               when other
                   move channel-type to ws-csv-chan-label
           end-evaluate.

           if ws-csv-list-ptr > 1
               string ";" delimited by size
                   into ws-csv-list with pointer ws-csv-list-ptr
                   on overflow
                       set ws-chan-done to true
               end-string
           end-if.

           string
               ws-csv-chan-label delimited by space
               ":"               delimited by size
               channel-value     delimited by space
               into ws-csv-list with pointer ws-csv-list-ptr
               on overflow
                   set ws-chan-done to true
           end-string.

      *> ---------------------------------------------------------
      *> 4490 - appends ws-csv-list to csv-line the way 4450 does a
      *> single field: trailing spaces trimmed, quoted (with any
      *> embedded quote doubled) when it holds a comma or a quote.
      *> ---------------------------------------------------------
       4490-append-csv-list.

           move zero to ws-csv-list-len.
           move "N" to ws-len-found-flag.

           perform 4492-find-list-length
               varying ws-chk-i from 200 by -1
               until ws-chk-i < 1 or ws-len-found.

           move zero to ws-csv-comma-cnt.
           move zero to ws-csv-quote-cnt.
           inspect ws-csv-list tallying ws-csv-comma-cnt
               for all ",".
           inspect ws-csv-list tallying ws-csv-quote-cnt
               for all quote.

           if ws-csv-list-len > 0
               if ws-csv-comma-cnt > 0 or ws-csv-quote-cnt > 0
                   string quote delimited by size
                       into csv-line with pointer ws-csv-ptr
                   end-string
                   perform 4494-copy-escaped-list
                       varying ws-chk-j from 1 by 1
                       until ws-chk-j > ws-csv-list-len
                   string quote delimited by size
                       into csv-line with pointer ws-csv-ptr
                   end-string
               else
                   string
                       ws-csv-list(1:ws-csv-list-len)
                           delimited by size
                       into csv-line with pointer ws-csv-ptr
                   end-string
               end-if
           end-if.

       4492-find-list-length.

           if not ws-len-found and ws-csv-list(ws-chk-i:1) not = space
               move ws-chk-i to ws-csv-list-len
               move "Y" to ws-len-found-flag
           end-if.

       4494-copy-escaped-list.

           if ws-csv-list(ws-chk-j:1) = quote
               string quote delimited by size
                   quote delimited by size
                   into csv-line with pointer ws-csv-ptr
               end-string
           else
               string ws-csv-list(ws-chk-j:1) delimited by size
                   into csv-line with pointer ws-csv-ptr
               end-string
           end-if.

      *> ---------------------------------------------------------
      *> 4900/8000 - checkpoint the write loop by recording how
      *> many contacts have been printed so far, and where the
