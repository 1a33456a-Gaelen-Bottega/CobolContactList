       identification division.
       program-id. A1-ContactBounce.
       author. Gaelen Rhoads.
       date-written. 2026-10-15.
      * Description:
      *    Email bounce-back processing for the MAFD 4202 contact
      *    list. The mailing-list sync tool, fed from CNTLCSV and
      *    the subscriber feeds, returns a file of the addresses
      *    that bounced -- hard (the address does not exist) or
      *    soft (full mailbox, server down). This program matches
      *    each bounced address to its contact through the master's
      *    email alternate index and keeps, per contact, on the
      *    CNTLBNCE bounce file: the address that bounced, the hard
      *    and soft bounce counts, and the last bounce date. When
      *    the hard bounces reach the limit (3, or HARDLIMIT= on
      *    BNCEPARM) the email is flagged undeliverable, and the
      *    report's CSV feed and the label program's extracts hold
      *    the contact back for as long as that same address is
      *    still on the master. Changing the email releases the
      *    contact at once; this run then clears the stale bounce
      *    record, along with those of contacts no longer on file.
      *    The report lists the bounced addresses no contact
      *    carries, then every active contact still bouncing,
      *    grouped by department under its manager, for the owners
      *    to chase for a good address. Read-only against the
      *    master, so it takes no lock.
      *
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      * The sync tool's bounce file -- assigned to the BNCEIN ddname
           select bounce-in-file
               assign to BNCEIN
               organization is line sequential
               file status is ws-bounce-in-status.
      * The contact master file -- the very same KSDS the batch
      * program maintains, alternate indexes included; the email
      * path matches each bounced address -- assigned to the
      * CNTLMSTR ddname
           select master-file
               assign to CNTLMSTR
               organization is indexed
               access mode is dynamic
               record key is cm-contact-number
               alternate record key is cm-name
                   with duplicates
               alternate record key is cm-email
                   with duplicates
               alternate record key is cm-department
                   with duplicates
               file status is ws-master-status.
      * The bounce file kept per contact -- a KSDS keyed by contact
      * number, maintained only by this program and read by the
      * extract programs -- assigned to the CNTLBNCE ddname
           select bounce-file
               assign to CNTLBNCE
               organization is indexed
               access mode is dynamic
               record key is bn-contact-number
               file status is ws-bounce-status.
      * The department reference table, for the manager each
      * department's listing goes to -- assigned to the CNTLDEPT
      * ddname
           select dept-file
               assign to CNTLDEPT
               organization is indexed
               access mode is dynamic
               record key is dp-dept-code
               file status is ws-dept-status.
      * Parameter card carrying the hard-bounce limit -- assigned
      * to the BNCEPARM ddname
           select parm-file
               assign to BNCEPARM
               organization is line sequential
               file status is ws-parm-status.
      * Work file used to sort the bouncing contacts into
      * department order
           select sort-work-file
               assign to "../../../../data/A1-ContactBounce.srt".
      * The printed bounce report -- assigned to the BNCERPT ddname
           select report-file
               assign to BNCERPT
               organization is line sequential.
      *
       data division.
       file section.
      * Declare the layout of a bounce row from the sync tool --
      * the address as it was mailed, HARD or SOFT, the date it
      * bounced and the receiving server's diagnostic code
       fd bounce-in-file
           data record is bounce-in-record
           record contains 80 characters.
       01 bounce-in-record.
         05 bx-email                   pic X(50).
         05 bx-bounce-type             pic X(4).
         05 bx-bounce-date             pic X(10).
         05 bx-diagnostic              pic X(16).
      * Declare the layout of the contact master file -- must match
      * the maintaining programs' declaration byte for byte
       fd master-file
           data record is contact-master-record
           record contains 86 characters.
       01 contact-master-record.
         05 cm-contact-number          pic 9(8).
         05 cm-name                    pic X(20).
         05 cm-email                   pic X(30).
         05 cm-phone-number            pic X(12).
         05 cm-department              pic X(5).
         05 cm-status                  pic X(1).
         05 cm-term-date               pic X(10).
      * Declare the layout of a contact's bounce record -- must
      * match the extract programs' declaration byte for byte. The
      * counts belong to the address held here: once the master
      * carries a different email they no longer apply, and the
      * undeliverable flag ("Y") no longer holds the contact back
       fd bounce-file
           data record is bounce-record
           record contains 80 characters.
       01 bounce-record.
         05 bn-contact-number          pic 9(8).
         05 bn-email                   pic X(30).
         05 bn-hard-count              pic 9(4).
         05 bn-soft-count              pic 9(4).
         05 bn-last-bounce-date        pic X(10).
         05 bn-last-bounce-type        pic X(4).
         05 bn-undeliverable           pic X(1).
         05 bn-flagged-date            pic X(10).
         05 filler                     pic X(9).
      * Declare the layout of a department reference record -- must
      * match the batch program's declaration byte for byte
       fd dept-file
           data record is department-record
           record contains 71 characters.
       01 department-record.
         05 dp-dept-code               pic X(5).
         05 dp-dept-name               pic X(30).
         05 dp-manager                 pic X(20).
         05 dp-status                  pic X(1).
         05 dp-retired-date            pic X(10).
         05 dp-successor               pic X(5).
      * Declare the layout of a parameter card
       fd parm-file
           data record is parm-record
           record contains 72 characters.
       01 parm-record                   pic X(72).
      * Sort work file -- one bouncing contact
       sd sort-work-file
           data record is sort-work-record.
       01 sort-work-record.
         05 sw-department               pic X(5).
         05 sw-name                     pic X(20).
         05 sw-contact-number           pic 9(8).
         05 sw-email                    pic X(30).
         05 sw-hard-count               pic 9(4).
         05 sw-soft-count               pic 9(4).
         05 sw-last-bounce-date         pic X(10).
         05 sw-undeliverable            pic X(1).
      * Declare how long the report lines will be in our file
       fd report-file
           data record is report-line
           record contains 100 characters.
       01 report-line                   pic X(100).
      *
       working-storage section.
      * File status fields
       01 ws-bounce-in-status        pic XX.
       01 ws-master-status           pic XX.
       01 ws-bounce-status           pic XX.
       01 ws-dept-status             pic XX.
       01 ws-parm-status             pic XX.
      * EOF flags for the parameter cards, the bounce rows, the
      * email-path sweep, the bounce-file sweep and the sort
       01 ws-parm-eof                pic X(3)
                 value "NO".
       01 ws-eof-flag                pic X(3)
                 value "NO".
       01 ws-email-eof               pic X(3)
                 value "NO".
       01 ws-bounce-eof              pic X(3)
                 value "NO".
       01 ws-sort-eof                pic X(3)
                 value "NO".
      * Whether the department table opened -- without it every
      * department is listed under an unassigned manager
       01 ws-dept-open               pic X(1)
                 value "N".
      * Hard bounces on one address before it is flagged
      * undeliverable
       01 ws-hard-limit              pic 9(4)
                 value 3.
      * The bounce row in hand: the address matched, its type and
      * date (today when the row carries none), and whether any
      * contact carried it
       01 ws-match-email             pic X(30)
                 value spaces.
       01 ws-bounce-type             pic X(4)
                 value spaces.
       01 ws-bounce-date             pic X(10)
                 value spaces.
       01 ws-email-matched           pic X(1)
                 value "N".
       01 ws-bounce-found            pic X(1)
                 value "N".
      * The department whose listing is being printed
       01 ws-prev-department         pic X(5)
                 value spaces.
       01 ws-dept-count              pic 9(5)
                 value 0.
      * Today as YYYY-MM-DD
       01 ws-run-date-iso            pic X(10)
                 value spaces.
      * Tallies for the summary
       01 ws-rows-read               pic 9(6)
                 value 0.
       01 ws-rows-invalid            pic 9(6)
                 value 0.
       01 ws-rows-unmatched          pic 9(6)
                 value 0.
       01 ws-hard-recorded           pic 9(6)
                 value 0.
       01 ws-soft-recorded           pic 9(6)
                 value 0.
       01 ws-newly-flagged           pic 9(6)
                 value 0.
       01 ws-records-cleared         pic 9(6)
                 value 0.
       01 ws-contacts-bouncing       pic 9(6)
                 value 0.
       01 ws-contacts-undeliverable  pic 9(6)
                 value 0.
      * Run date for the report heading
       01 ws-run-date.
         05 ws-run-date-yyyy           pic 9(4).
         05 ws-run-date-mm             pic 9(2).
         05 ws-run-date-dd             pic 9(2).
      * Declare the report heading
       01 ws-heading-line.
         05 filler                     pic X(44)
                   value "MAFD 4202 EMAIL BOUNCE REPORT              ".
         05 filler                     pic X(6)
                   value "DATE: ".
         05 ws-h1-date                 pic X(10)
                   value spaces.
         05 filler                     pic X(40)
                   value spaces.
      * Declare a section title line
       01 ws-title-line.
         05 ws-tl-title                pic X(60).
         05 filler                     pic X(40)
                   value spaces.
      * Declare a bounced address no contact carries
       01 ws-unmatched-line.
         05 filler                     pic X(2)
                   value spaces.
         05 ws-ul-email                pic X(50).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-ul-bounce-type          pic X(4).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-ul-bounce-date          pic X(10).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-ul-reason               pic X(31).
      * Declare the department sub-heading
       01 ws-dept-heading-line.
         05 filler                     pic X(12)
                   value "DEPARTMENT: ".
         05 ws-dh-department           pic X(5).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-dh-dept-name            pic X(30).
         05 filler                     pic X(10)
                   value " MANAGER: ".
         05 ws-dh-manager              pic X(20).
         05 filler                     pic X(22)
                   value spaces.
      * Declare the column heading under each department
       01 ws-column-line.
         05 filler                     pic X(30)
                   value "  CONTACT# NAME               ".
         05 filler                     pic X(30)
                   value "  EMAIL                       ".
         05 filler                     pic X(40)
                   value "   HARD SOFT LAST BOUNCE STATUS".
      * Declare a bouncing contact
       01 ws-detail-line.
         05 filler                     pic X(2)
                   value spaces.
         05 ws-dl-contact-number       pic 9(8).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-dl-name                 pic X(20).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-dl-email                pic X(30).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-dl-hard-count           pic ZZZ9.
         05 filler                     pic X(1)
                   value spaces.
         05 ws-dl-soft-count           pic ZZZ9.
         05 filler                     pic X(1)
                   value spaces.
         05 ws-dl-last-bounce-date     pic X(10).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-dl-status               pic X(13).
         05 filler                     pic X(3)
                   value spaces.
      * Declare the department count line
       01 ws-dept-total-line.
         05 filler                     pic X(26)
                   value "  CONTACTS BOUNCING:      ".
         05 ws-dt-count                pic ZZZZ9.
         05 filler                     pic X(69)
                   value spaces.
      * Declare a summary count line
       01 ws-summary-line.
         05 ws-sl-label                pic X(36).
         05 ws-sl-count                pic ZZZZZ9.
         05 filler                     pic X(58)
                   value spaces.
      *
       procedure division.
       000-main.
      * The bounce rows and the master are both needed; the bounce
      * file is created empty the first time
           perform 010-read-parm-cards.
           open input bounce-in-file.
           if ws-bounce-in-status not = "00"
               display "Bounce file not available, status "
                       ws-bounce-in-status
               move 12 to return-code
               goback
           end-if.
           open input master-file.
           if ws-master-status not = "00"
               display "Contact master not available, status "
                       ws-master-status
               close bounce-in-file
               move 12 to return-code
               goback
           end-if.
           perform 050-open-bounce-file.
           if ws-bounce-status not = "00"
               display "Contact bounce file not available, status "
                       ws-bounce-status
               close master-file
               close bounce-in-file
               move 12 to return-code
               goback
           end-if.
           open input dept-file.
           if ws-dept-status = "00"
               move "Y" to ws-dept-open
           end-if.
           open output report-file.
           perform 040-write-heading.
      * Record every bounce against the contact that carries the
      * address, listing the addresses no contact carries
           move "BOUNCED ADDRESSES MATCHING NO CONTACT" to ws-tl-title.
           write report-line from ws-title-line.
           perform 100-read-bounce-row.
           perform until ws-eof-flag = "YES"
               if bounce-in-record not = spaces
                   add 1 to ws-rows-read
                   perform 200-apply-bounce-row
               end-if
               perform 100-read-bounce-row
           end-perform.
           if ws-rows-unmatched = 0 and ws-rows-invalid = 0
               move "  NONE" to ws-tl-title
               write report-line from ws-title-line
           end-if.
      * Then every active contact still bouncing, by department
           perform 300-produce-department-listing.
           perform 500-write-summary.
           close report-file.
           if ws-dept-open = "Y"
               close dept-file
           end-if.
           close bounce-file.
           close master-file.
           close bounce-in-file.
           display "Bounce rows read:   " ws-rows-read.
           display "Newly undeliverable:" ws-newly-flagged.
      * Addresses newly flagged, or bounces nobody could be matched
      * to, end the run at RC=4 so the owners' listing gets read
           if ws-newly-flagged > 0 or ws-rows-unmatched > 0
                   or ws-rows-invalid > 0
               move 4 to return-code
           end-if.
           goback.
      *
       010-read-parm-cards.
      * Pick up the hard-bounce limit, when one is given
           open input parm-file.
           if ws-parm-status = "00"
               move "NO" to ws-parm-eof
               perform until ws-parm-eof = "YES"
                   read parm-file
                       at end
                           move "YES" to ws-parm-eof
                       not at end
                           perform 012-parse-parm-card
                   end-read
               end-perform
               close parm-file
           end-if.
      *
       012-parse-parm-card.
      * One card: which keyword it carries decides where its value
      * goes. The limit is a one- or two-digit count of at least 1
           evaluate true
               when parm-record(1:10) = "HARDLIMIT="
                   if parm-record(11:2) is numeric
                           and parm-record(11:2) not = "00"
                       move parm-record(11:2) to ws-hard-limit
                   else
                       if parm-record(11:1) is numeric
                               and parm-record(11:1) not = "0"
                               and parm-record(12:1) = space
                           move parm-record(11:1) to ws-hard-limit
                       else
                           display "HARDLIMIT= not a count, "
                                   "limit stays " ws-hard-limit
                       end-if
                   end-if
               when parm-record = spaces
                   continue
               when other
                   display "Parameter card not understood, ignored: "
                           parm-record
           end-evaluate.
      *
       040-write-heading.
      * Title and run date at the top of the report
           accept ws-run-date from date yyyymmdd.
           move ws-run-date-yyyy to ws-h1-date(1:4).
           move "-" to ws-h1-date(5:1).
           move ws-run-date-mm to ws-h1-date(6:2).
           move "-" to ws-h1-date(8:1).
           move ws-run-date-dd to ws-h1-date(9:2).
           move ws-h1-date to ws-run-date-iso.
           write report-line from ws-heading-line.
           move spaces to report-line.
           write report-line.
      *
       050-open-bounce-file.
      * Open the contact bounce file for update; on the first ever
      * run, create it empty the same bootstrapping way the audit
      * trail is
           open i-o bounce-file.
           if ws-bounce-status = "35"
               open output bounce-file
               close bounce-file
               open i-o bounce-file
           end-if.
      *
       100-read-bounce-row.
      * Read the next row of the sync tool's bounce file
           read bounce-in-file
               at end
                   move "YES" to ws-eof-flag
           end-read.
      *
       200-apply-bounce-row.
      * Check the row, then find every contact carrying the
      * address through the email path -- legacy data can still
      * hold an email twice -- and record the bounce against each
           if bx-bounce-type not = "HARD"
                   and bx-bounce-type not = "SOFT"
               add 1 to ws-rows-invalid
               move "BOUNCE TYPE NOT HARD OR SOFT" to ws-ul-reason
               perform 230-list-unmatched-row
               exit paragraph
           end-if.
           move bx-bounce-type to ws-bounce-type.
           if bx-bounce-date = spaces
               move ws-run-date-iso to ws-bounce-date
           else
               move bx-bounce-date to ws-bounce-date
           end-if.
           if bx-email(31:20) not = spaces or bx-email = spaces
               add 1 to ws-rows-unmatched
               move "NO CONTACT CARRIES THIS ADDRESS" to ws-ul-reason
               perform 230-list-unmatched-row
               exit paragraph
           end-if.
           move bx-email(1:30) to ws-match-email.
           move "N" to ws-email-matched.
           move ws-match-email to cm-email.
           move "NO" to ws-email-eof.
           start master-file key is = cm-email
               invalid key
                   move "YES" to ws-email-eof
           end-start.
           perform until ws-email-eof = "YES"
               read master-file next record
                   at end
                       move "YES" to ws-email-eof
                   not at end
                       if cm-email = ws-match-email
                           move "Y" to ws-email-matched
                           perform 210-record-bounce
                       else
                           move "YES" to ws-email-eof
                       end-if
               end-read
           end-perform.
           if ws-email-matched = "N"
               add 1 to ws-rows-unmatched
               move "NO CONTACT CARRIES THIS ADDRESS" to ws-ul-reason
               perform 230-list-unmatched-row
           end-if.
      *
       210-record-bounce.
      * Add the bounce to the contact's counts. Counts kept for an
      * address the contact no longer carries start again from
      * zero, so only bounces of the current email ever flag it
           move "N" to ws-bounce-found.
           move cm-contact-number to bn-contact-number.
           read bounce-file
               invalid key
                   continue
               not invalid key
                   move "Y" to ws-bounce-found
           end-read.
           if ws-bounce-found = "N" or bn-email not = cm-email
               move cm-contact-number to bn-contact-number
               move cm-email to bn-email
               move 0 to bn-hard-count
               move 0 to bn-soft-count
               move spaces to bn-last-bounce-date
               move spaces to bn-last-bounce-type
               move "N" to bn-undeliverable
               move spaces to bn-flagged-date
           end-if.
           if ws-bounce-type = "HARD"
               add 1 to ws-hard-recorded
               if bn-hard-count < 9999
                   add 1 to bn-hard-count
               end-if
               if bn-hard-count >= ws-hard-limit
                       and bn-undeliverable not = "Y"
                   move "Y" to bn-undeliverable
                   move ws-run-date-iso to bn-flagged-date
                   add 1 to ws-newly-flagged
               end-if
           else
               add 1 to ws-soft-recorded
               if bn-soft-count < 9999
                   add 1 to bn-soft-count
               end-if
           end-if.
           if ws-bounce-date > bn-last-bounce-date
               move ws-bounce-date to bn-last-bounce-date
               move ws-bounce-type to bn-last-bounce-type
           end-if.
           if ws-bounce-found = "Y"
               rewrite bounce-record
                   invalid key
                       display "Bounce not recorded for contact "
                               cm-contact-number
               end-rewrite
           else
               write bounce-record
                   invalid key
                       display "Bounce not recorded for contact "
                               cm-contact-number
               end-write
           end-if.
      *
       230-list-unmatched-row.
      * A bounce row that could not be recorded, with the reason
           move bx-email to ws-ul-email.
           move bx-bounce-type to ws-ul-bounce-type.
           move bx-bounce-date to ws-ul-bounce-date.
           write report-line from ws-unmatched-line.
      *
       300-produce-department-listing.
      * Sort the active contacts still bouncing into department and
      * name order and print them with a sub-heading and count per
      * department, under the department's manager
           move spaces to report-line.
           write report-line.
           move "CONTACTS BOUNCING, BY DEPARTMENT" to ws-tl-title.
           write report-line from ws-title-line.
           sort sort-work-file
               on ascending key sw-department sw-name
               input procedure is 310-release-bouncing-contacts
               output procedure is 320-print-bouncing-contacts.
           if ws-prev-department not = spaces
               perform 330-write-dept-total
           end-if.
           if ws-contacts-bouncing = 0
               move spaces to report-line
               write report-line
               move "  NO CONTACTS BOUNCING" to ws-tl-title
               write report-line from ws-title-line
           end-if.
      *
       310-release-bouncing-contacts.
      * Sweep the bounce file. A record whose contact has left the
      * master, or now carries a different email, is done with and
      * is cleared; an inactive contact is not chased; every other
      * contact goes to the sort
           move low-values to bn-contact-number.
           move "NO" to ws-bounce-eof.
           start bounce-file key is not less than bn-contact-number
               invalid key
                   move "YES" to ws-bounce-eof
           end-start.
           perform until ws-bounce-eof = "YES"
               read bounce-file next record
                   at end
                       move "YES" to ws-bounce-eof
                   not at end
                       perform 315-check-bounce-record
               end-read
           end-perform.
      *
       315-check-bounce-record.
      * One bounce record against the contact as the master holds
      * it now
           move bn-contact-number to cm-contact-number.
           read master-file
               invalid key
                   perform 318-clear-bounce-record
                   exit paragraph
           end-read.
           if cm-email not = bn-email
               perform 318-clear-bounce-record
               exit paragraph
           end-if.
           if cm-status = "I"
               exit paragraph
           end-if.
           move cm-department to sw-department.
           move cm-name to sw-name.
           move cm-contact-number to sw-contact-number.
           move bn-email to sw-email.
           move bn-hard-count to sw-hard-count.
           move bn-soft-count to sw-soft-count.
           move bn-last-bounce-date to sw-last-bounce-date.
           move bn-undeliverable to sw-undeliverable.
           release sort-work-record.
      *
       318-clear-bounce-record.
      * The bounces belonged to an address no longer on file
           delete bounce-file
               invalid key
                   display "Bounce record not cleared for contact "
                           bn-contact-number
               not invalid key
                   add 1 to ws-records-cleared
           end-delete.
      *
       320-print-bouncing-contacts.
      * Print the sorted contacts, breaking to a new department
      * sub-heading whenever the department changes
           move "NO" to ws-sort-eof.
           perform 321-return-next-sorted-contact.
           perform until ws-sort-eof = "YES"
               if sw-department not = ws-prev-department
                   if ws-prev-department not = spaces
                       perform 330-write-dept-total
                   end-if
                   move sw-department to ws-prev-department
                   move 0 to ws-dept-count
                   perform 325-write-dept-heading
               end-if
               move sw-contact-number to ws-dl-contact-number
               move sw-name to ws-dl-name
               move sw-email to ws-dl-email
               move sw-hard-count to ws-dl-hard-count
               move sw-soft-count to ws-dl-soft-count
               move sw-last-bounce-date to ws-dl-last-bounce-date
               if sw-undeliverable = "Y"
                   move "UNDELIVERABLE" to ws-dl-status
                   add 1 to ws-contacts-undeliverable
               else
                   move "BOUNCING" to ws-dl-status
               end-if
               write report-line from ws-detail-line
               add 1 to ws-dept-count
               add 1 to ws-contacts-bouncing
               perform 321-return-next-sorted-contact
           end-perform.
      *
       321-return-next-sorted-contact.
      * Pull the next department/name-sorted contact from the sort
           return sort-work-file
               at end
                   move "YES" to ws-sort-eof
           end-return.
      *
       325-write-dept-heading.
      * The department's full name and manager from the table; a
      * code the table does not know is listed as unassigned
           move sw-department to ws-dh-department.
           move spaces to ws-dh-dept-name.
           move "UNASSIGNED" to ws-dh-manager.
           if ws-dept-open = "Y"
               move sw-department to dp-dept-code
               read dept-file
                   invalid key
                       move "(NOT ON DEPARTMENT TABLE)"
                           to ws-dh-dept-name
                   not invalid key
                       move dp-dept-name to ws-dh-dept-name
                       if dp-manager not = spaces
                           move dp-manager to ws-dh-manager
                       end-if
               end-read
           end-if.
           move spaces to report-line.
           write report-line.
           write report-line from ws-dept-heading-line.
           write report-line from ws-column-line.
      *
       330-write-dept-total.
      * Close off the department just finished with its count
           move ws-dept-count to ws-dt-count.
           write report-line from ws-dept-total-line.
      *
       500-write-summary.
      * Close the report with the counts that frame the run
           move spaces to report-line.
           write report-line.
           move "BOUNCE ROWS READ:" to ws-sl-label.
           move ws-rows-read to ws-sl-count.
           write report-line from ws-summary-line.
           move "HARD BOUNCES RECORDED:" to ws-sl-label.
           move ws-hard-recorded to ws-sl-count.
           write report-line from ws-summary-line.
           move "SOFT BOUNCES RECORDED:" to ws-sl-label.
           move ws-soft-recorded to ws-sl-count.
           write report-line from ws-summary-line.
           move "ROWS MATCHING NO CONTACT:" to ws-sl-label.
           move ws-rows-unmatched to ws-sl-count.
           write report-line from ws-summary-line.
           move "ROWS NOT HARD OR SOFT:" to ws-sl-label.
           move ws-rows-invalid to ws-sl-count.
           write report-line from ws-summary-line.
           move "EMAILS NEWLY FLAGGED UNDELIVERABLE:" to ws-sl-label.
           move ws-newly-flagged to ws-sl-count.
           write report-line from ws-summary-line.
           move "BOUNCE RECORDS CLEARED:" to ws-sl-label.
           move ws-records-cleared to ws-sl-count.
           write report-line from ws-summary-line.
           move "ACTIVE CONTACTS BOUNCING:" to ws-sl-label.
           move ws-contacts-bouncing to ws-sl-count.
           write report-line from ws-summary-line.
           move "  OF WHICH UNDELIVERABLE (HELD):" to ws-sl-label.
           move ws-contacts-undeliverable to ws-sl-count.
           write report-line from ws-summary-line.
      *
       end program A1-ContactBounce.
