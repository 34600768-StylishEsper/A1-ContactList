      *>                 per-group CSVs the same way the main list's
      *>                 sidecar does; the printed group list still
      *>                 shows the member.
      *> 2026-10-15  AB  two more columns on the per-group CSVs: the
      *>                 member's other phone numbers and other email
      *>                 addresses off CONTACT-CHANNEL.DAT, each as a
      *>                 "TYPE:value;..." list.
      *> 2026-10-15  AB  read the master through its new sort-name
      *>                 index and keep the group's members (a keyed
      *>                 read of GROUP-MEMBER.DAT on group and
      *>                 contact) instead of sorting the memberships:
      *>                 same name order, and the SORTWORK4/SORTOUT4
      *>                 work files are gone.
      *> 2026-10-15  AB  keep a distribution history: every member
      *>                 written to a group CSV gets a record on
      *>                 CONTACT-DIST-HIST.DAT with the campaign ID
      *>                 now carried on the parameter record, the
      *>                 group, the email address used and the run
      *>                 date.  A "Y" after the campaign ID leaves
      *>                 off the CSV anyone already sent that
      *>                 campaign (still printed, and counted under
      *>                 the group total).

       environment division.
       configuration section.
           select contact-master
               assign to "../../../A1-ContactList/CONTACT-MASTER.DAT"
               organization is indexed
               access mode is dynamic
               record key is contact-id
               alternate record key is contact-email-key
                   with duplicates
               alternate record key is contact-sort-name
                   with duplicates
               alternate record key is contact-company-key
                   with duplicates
               file status is ws-master-status.

           select dist-history
               assign to "../../../A1-ContactList/CONTACT-DIST-HIST.DAT"
               organization is indexed
               access mode is dynamic
               record key is dist-key
               alternate record key is dist-campaign-key
                   with duplicates
               file status is ws-dist-status.

           select output-file
               assign to "../../../A1-ContactList/GROUP-LIST.OUT"
               assign to dynamic ws-csv-name
               organization is line sequential.

           select channel-file
               assign to "../../../A1-ContactList/CONTACT-CHANNEL.DAT"
               organization is indexed
               access mode is dynamic
               record key is channel-key
               file status is ws-channel-status.

           select run-control
               assign to "../../../A1-ContactList/CONTACT-RUNCTL.LOG"
               organization is line sequential
           data record is parm-line
           record contains 80 characters.

      *> group ID, then the mailing or campaign the CSV is for and
      *> "Y" to leave off anyone already sent that campaign.
       01 parm-line.
           05 parm-group-id    pic x(4).
           05 filler           pic x(1).
           05 parm-campaign-id pic x(10).
           05 filler           pic x(1).
           05 parm-skip-sent   pic x(1).
           05 filler           pic x(63).

       fd group-master
           data record is group-rec.

           copy "CONTACT-REC.cpy".

       fd dist-history
           data record is dist-rec.

           copy "DISTHIST-REC.cpy".

       fd output-file
           data record is output-line
           05 filler     pic x(1)  value space.
           05 ol-phone   pic x(12).

       fd channel-file
           data record is channel-rec.

           copy "CHANNEL-REC.cpy".

       fd csv-file
           data record is csv-line
           record contains 520 characters.

       01 csv-line pic x(520).

       fd run-control
           data record is runctl-line
         88 ws-master-ok value "00".
         88 ws-master-not-found value "23" "35".

       01 ws-channel-status pic xx.
         88 ws-channel-ok value "00".
         88 ws-channel-not-found value "23" "35".

       01 ws-dist-status pic xx.
         88 ws-dist-ok value "00".
         88 ws-dist-not-found value "23" "35".

       01 ws-runctl-status pic xx.
         88 ws-runctl-ok value "00".
         88 ws-runctl-not-found value "35".
           88 ws-parm-missing value "Y".
         05 ws-files-missing-flag pic x value "N".
           88 ws-files-missing value "Y".
         05 ws-master-eof-flag pic x value "N".
           88 ws-master-eof value "Y".
         05 ws-is-member-flag pic x value "N".
           88 ws-is-member value "Y".
         05 ws-skip-sent-flag pic x value "N".
           88 ws-skip-sent value "Y".
         05 ws-already-sent-flag pic x value "N".
           88 ws-already-sent value "Y".
         05 ws-group-found-flag pic x value "N".
           88 ws-group-found value "Y".
         05 ws-len-found-flag pic x value "N".
           88 ws-len-found value "Y".
         05 ws-channel-missing-flag pic x value "N".
           88 ws-channel-missing value "Y".
         05 ws-chan-done-flag pic x value "N".
           88 ws-chan-done value "Y".

       01 ws-current-group pic x(4).
       01 ws-campaign-id   pic x(10).

      *> the member being printed, in the layout the report and
      *> CSV paragraphs were written against.
           copy "CONTACT-REC.cpy"
               replacing ==contact-rec==       by ==prt-rec==
                         ==contact-id==         by ==prt-id==
                         ==contact-name==       by ==prt-name==
                         ==contact-email==      by ==prt-email==
                         ==contact-phone==      by ==prt-phone==
                         ==contact-sort-name==  by ==prt-sort-name==
                         ==contact-company==    by ==prt-company==
                         ==contact-addr1==      by ==prt-addr1==
                         ==contact-addr2==      by ==prt-addr2==
                         ==contact-city==       by ==prt-city==
                         ==contact-state==      by ==prt-state==
                         ==contact-postal==     by ==prt-postal==
                         ==contact-status==     by ==prt-status==
                         ==contact-is-inactive==
                             by ==prt-is-inactive==
                         ==contact-status-date==
                             by ==prt-status-date==
                         ==contact-no-email==   by ==prt-no-email==
                         ==contact-no-phone==   by ==prt-no-phone==
                         ==contact-no-postal==  by ==prt-no-postal==
                         ==contact-email-key==  by ==prt-email-key==
                         ==contact-company-key==
                             by ==prt-company-key==
                         ==contact-key-company==
                             by ==prt-key-company==
                         ==contact-key-sort-name==
                             by ==prt-key-sort-name==.

       01 ws-csv-name pic x(64).

         05 ws-group-count   pic 9(4) value zero.
         05 ws-printed-count pic 9(6) value zero.
         05 ws-notfound-count pic 9(6) value zero.
         05 ws-left-off-count pic 9(6) value zero.
         05 ws-history-count pic 9(6) value zero.

      *> scratch subscripts for the CSV field paragraphs.
       01 ws-check-controls.
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

      *> run-control severity and stamps for CONTACT-RUNCTL.LOG.
       01 ws-run-controls.
         05 ws-severity   pic 9(2) value zero.
               set ws-files-missing to true
           end-if.

      *> the channel file exists once anyone has a second number or
      *> address; without it the two extra CSV columns stay empty.
           open input channel-file.
           if ws-channel-not-found
               set ws-channel-missing to true
           end-if.

      *> the distribution history is started by the first run that
      *> writes to it.
           open i-o dist-history.
           if ws-dist-not-found
               open output dist-history
               close dist-history
               open i-o dist-history
           end-if.

           if ws-files-missing
               move "GROUP OR CONTACT FILES MISSING - NOTHING PRINTED"
                   to output-line
           end-read.

      *> ---------------------------------------------------------
      *> 2000 - one requested group: look it up, pull its members
      *> in name order, page them onto the shared report and write the
      *> group's own CSV.  An unknown group ID is reported in place
      *> so the operator sees it next to the groups that did print.
      *> ---------------------------------------------------------
       2000-print-one-group.

           move parm-group-id to ws-current-group.
           move parm-campaign-id to ws-campaign-id.
           move "N" to ws-skip-sent-flag.
           if parm-skip-sent = "Y" or parm-skip-sent = "y"
               set ws-skip-sent to true
           end-if.
           move "N" to ws-group-found-flag.

           move ws-current-group to group-id.
                   set ws-group-found to true
           end-read.

           if ws-group-found and ws-skip-sent
                   and ws-campaign-id = spaces
               move "N" to ws-skip-sent-flag
               move spaces to ws-group-heading
               string
                   "GROUP " delimited by size
                   ws-current-group delimited by size
                   " NO CAMPAIGN ID - NOBODY LEFT OFF AS ALREADY SENT"
                       delimited by size
                   into ws-group-heading
               end-string
               write output-line from ws-group-heading
           end-if.

           if ws-group-found
               perform 4000-print-group-pages
           end-if.

      *> ---------------------------------------------------------
      *> 4000 - walk the master through its sort-name index, so the
      *> contacts come back in name order without a sort, and keep
      *> the ones with a membership in the group - a keyed read of
      *> GROUP-MEMBER.DAT on group and contact.
      *> ---------------------------------------------------------
       4000-print-group-pages.

           move zero to ws-group-count.
           move zero to ws-left-off-count.
           move "N" to ws-master-eof-flag.

           perform 4310-new-page.

           perform 4500-open-group-csv.

           move low-values to contact-sort-name.
           start contact-master key >= contact-sort-name
               invalid key
                   set ws-master-eof to true
           end-start.
           perform 4100-print-loop until ws-master-eof.

           close csv-file.


       4100-print-loop.

           read contact-master next record
               at end
                   set ws-master-eof to true
               not at end
                   perform 4050-check-membership
                   if not ws-is-member or contact-is-inactive
                       continue
                   else
                       move contact-rec to prt-rec
                       add 1 to ws-group-count
                       add 1 to ws-printed-count
                       perform 4300-write-report-line
                       if prt-no-email not = "Y"
                           perform 4060-check-already-sent
                           if ws-already-sent
                               add 1 to ws-left-off-count
                           else
                               perform 4400-write-csv-line
                               perform 4080-write-history
                           end-if
                       end-if
                   end-if
           end-read.

       4050-check-membership.

           move "N" to ws-is-member-flag.
           move ws-current-group to member-group-id.
           move contact-id to member-contact-id.
           read group-member
               key is member-key
               invalid key
                   continue
               not invalid key
                   set ws-is-member to true
           end-read.

      *> ---------------------------------------------------------
      *> 4060 - with "leave off anyone already sent" asked for, a
      *> member with a history record for this campaign (any group,
      *> any output, any earlier run - or earlier in this one) is
      *> still listed on the print but kept off the CSV.
      *> ---------------------------------------------------------
       4060-check-already-sent.

           move "N" to ws-already-sent-flag.
           if ws-skip-sent
               move ws-campaign-id to dist-campaign-id
               move prt-id to dist-key-contact-id
               read dist-history
                   key is dist-campaign-key
                   invalid key
                       continue
                   not invalid key
                       set ws-already-sent to true
               end-read
           end-if.

      *> ---------------------------------------------------------
      *> 4080 - record the member's place on this CSV in the
      *> distribution history: the campaign, the group, the email
      *> address the CSV carried and the run's date and time.  The
      *> same group asked for twice in one run records once.
      *> ---------------------------------------------------------
       4080-write-history.

           move spaces to dist-rec.
           move prt-id to dist-contact-id.
           move ws-run-date to dist-run-date.
           move ws-run-time to dist-run-time.
           move "CSV" to dist-output-type.
           move ws-current-group to dist-group-id.
           move ws-campaign-id to dist-campaign-id.
           move prt-id to dist-key-contact-id.
           move "EMAIL" to dist-channel.
           move prt-email to dist-channel-value.
           write dist-rec
               invalid key
                   continue
               not invalid key
                   add 1 to ws-history-count
           end-write.

       4300-write-report-line.

           if ws-lines-on-page >= ws-page-size

           move prt-phone to ws-csv-field.
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

               end-string
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

       4500-open-group-csv.

           move spaces to ws-csv-name.

           write output-line from ws-group-total-line.

           if ws-left-off-count > 0
               move spaces to ws-group-total-line
               string
                   "  LEFT OFF CSV, ALREADY SENT " delimited by size
                   ws-campaign-id delimited by space
                   ": "           delimited by size
                   ws-left-off-count delimited by size
                   into ws-group-total-line
               end-string
               write output-line from ws-group-total-line
           end-if.

       900-close-files.

           if not ws-parm-missing
               close group-member
               close contact-master
           end-if.
           if not ws-channel-missing
               close channel-file
           end-if.
           close dist-history.
           close output-file.

      *> ---------------------------------------------------------
