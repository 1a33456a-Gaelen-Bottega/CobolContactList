       identification division.
       program-id. A1-ContactAttest.
       author. Gaelen Rhoads.
       date-written. 2026-10-15.
      * Description:
      *    Quarterly department-manager attestation of the MAFD
      *    4202 contact list. Run in two modes off the ATTPARM
      *    cards. MODE=CUT prints one attestation packet per
      *    department on the department table -- every active
      *    contact in it, with its contact methods, addressed to
      *    the department's manager -- and writes a turnaround
      *    file of one pre-filled response row per contact for
      *    the manager to mark confirmed, corrected or "not mine",
      *    filing the department on the attestation control file
      *    under the cycle and due date. MODE=RESPONSES reads the
      *    returned rows back: corrections become change
      *    transactions in the TRANIN layout (batch header and
      *    trailer included, batch number from the BATCH= card)
      *    for the owners to review and submit, "not mine"
      *    contacts are listed for follow-up, each answering
      *    department is marked answered on the control file, and
      *    the departments still unanswered are listed on the
      *    outstanding-attestation report, overdue once the due
      *    date has passed. A row for a contact no longer in the
      *    department it was cut under is refused.
      *
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      * The contact master file -- read only, a department at a
      * time through the department alternate index -- assigned
      * to the CNTLMSTR ddname
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
      * The contact-methods file, printed under each contact in
      * the packet -- assigned to the CNTLMETH ddname
           select methods-file
               assign to CNTLMETH
               organization is indexed
               access mode is dynamic
               record key is me-key
               file status is ws-methods-status.
      * The department reference table -- one packet per
      * department, addressed to its manager -- assigned to the
      * CNTLDEPT ddname
           select dept-file
               assign to CNTLDEPT
               organization is indexed
               access mode is dynamic
               record key is dp-dept-code
               file status is ws-dept-status.
      * The attestation control file -- one record per department
      * per cycle, carrying the due date and when the department
      * answered -- assigned to the CNTLATTC ddname
           select control-file
               assign to CNTLATTC
               organization is indexed
               access mode is dynamic
               record key is at-key
               file status is ws-control-status.
      * The turnaround file of pre-filled response rows the cut
      * writes -- assigned to the ATTTURN ddname
           select turnaround-file
               assign to ATTTURN
               organization is line sequential.
      * The managers' returned response rows -- assigned to the
      * ATTRESP ddname
           select response-file
               assign to ATTRESP
               organization is line sequential
               file status is ws-response-status.
      * The correction transactions, in TRANIN layout complete
      * with batch header and trailer -- assigned to the TRANOUT
      * ddname
           select tran-file
               assign to TRANOUT
               organization is line sequential.
      * Parameter cards naming the mode, cycle, due date and
      * correction batch number -- assigned to the ATTPARM ddname
           select parm-file
               assign to ATTPARM
               organization is line sequential
               file status is ws-parm-status.
      * The printed packets (cut) or response listing (responses)
      * -- assigned to the ATTRPT ddname
           select report-file
               assign to ATTRPT
               organization is line sequential.
      * The "not mine" follow-up listing -- assigned to the
      * ATTFOLLW ddname
           select follow-up-file
               assign to ATTFOLLW
               organization is line sequential.
      * The outstanding-attestation report -- assigned to the
      * ATTOUTS ddname
           select outstanding-file
               assign to ATTOUTS
               organization is line sequential.
      *
       data division.
       file section.
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
      * Declare the layout of a contact-method record -- must match
      * the maintaining programs' declaration byte for byte
       fd methods-file
           data record is contact-method-record
           record contains 52 characters.
       01 contact-method-record.
         05 me-key.
           10 me-contact-number        pic 9(8).
           10 me-method-type           pic X(4).
         05 me-value                   pic X(40).
      * Declare the layout of a department table record -- must
      * match the batch program's declaration byte for byte
       fd dept-file
           data record is department-record
           record contains 71 characters.
       01 department-record.
         05 dp-dept-code               pic X(5).
         05 dp-dept-name               pic X(30).
         05 dp-manager                 pic X(20).
      * A code the reorganization run has retired stays on the
      * table so it can be explained, but no add or change may
      * quote it again; the successor is the code its contacts
      * moved to, when they were merged into one. Status "R" is
      * retired; spaces is in use
         05 dp-status                  pic X(1).
         05 dp-retired-date            pic X(10).
         05 dp-successor               pic X(5).
      * Declare the layout of an attestation control record
       fd control-file
           data record is attest-control-record
           record contains 85 characters.
       01 attest-control-record.
         05 at-key.
           10 at-cycle                 pic X(6).
           10 at-department            pic X(5).
         05 at-manager                 pic X(20).
         05 at-contact-count           pic 9(6).
         05 at-cut-date                pic X(10).
         05 at-due-date                pic X(10).
         05 at-answered-date           pic X(10).
         05 at-confirmed-count         pic 9(6).
         05 at-corrected-count         pic 9(6).
         05 at-not-mine-count          pic 9(6).
      * Declare the layout of a turnaround row as the cut writes it
      * -- the contact's values as the master holds them, response
      * column blank, name carried for the manager's reference only
       fd turnaround-file
           data record is turnaround-record
           record contains 100 characters.
       01 turnaround-record             pic X(100).
      * Declare the layout of a returned response row -- the same
      * 100 bytes the turnaround file carried, with the response
      * column marked "C" confirmed, "U" corrected (the corrected
      * values overtyped on the row) or "N" not mine
       fd response-file
           data record is response-record
           record contains 100 characters.
       01 response-record.
         05 ar-cycle                   pic X(6).
         05 ar-department              pic X(5).
         05 ar-contact-number          pic X(8).
         05 ar-response                pic X(1).
         05 ar-email                   pic X(30).
         05 ar-phone-number            pic X(12).
         05 ar-new-department          pic X(5).
         05 ar-name                    pic X(20).
         05 filler                     pic X(13).
      * Declare the layout of a correction transaction -- identical
      * to the nightly batch's TRANIN layout, with the same
      * alternate header and trailer views
       fd tran-file
           data record is tran-record
           record contains 78 characters.
       01 tran-record.
         05 tr-trans-code              pic X(1).
         05 tr-name                    pic X(20).
         05 tr-email                   pic X(30).
         05 tr-phone-number            pic X(12).
         05 tr-department              pic X(5).
         05 tr-effective-date          pic X(10).
       01 tran-header-record.
         05 th-record-code             pic X(1).
         05 th-batch-number            pic 9(6).
         05 th-batch-date              pic X(10).
         05 th-source-system           pic X(8).
         05 filler                     pic X(53).
       01 tran-trailer-record.
         05 tt-record-code             pic X(1).
         05 tt-detail-count            pic 9(6).
         05 filler                     pic X(71).
      * Declare the layout of a parameter card
       fd parm-file
           data record is parm-record
           record contains 72 characters.
       01 parm-record                   pic X(72).
      * Declare how long the report lines will be in our files
       fd report-file
           data record is report-line
           record contains 100 characters.
       01 report-line                   pic X(100).
       fd follow-up-file
           data record is follow-up-line
           record contains 100 characters.
       01 follow-up-line                pic X(100).
       fd outstanding-file
           data record is outstanding-line
           record contains 100 characters.
       01 outstanding-line              pic X(100).
      *
       working-storage section.
      * File status fields
       01 ws-master-status           pic XX.
       01 ws-methods-status          pic XX.
       01 ws-dept-status             pic XX.
       01 ws-control-status          pic XX.
       01 ws-response-status         pic XX.
       01 ws-parm-status             pic XX.
      * EOF flags for the parm deck, the department sweep, the
      * master and methods walks, the responses and the control
      * sweep
       01 ws-parm-eof                pic X(3)
                 value "NO".
       01 ws-dept-eof                pic X(3)
                 value "NO".
       01 ws-master-eof              pic X(3)
                 value "NO".
       01 ws-methods-eof             pic X(3)
                 value "NO".
       01 ws-response-eof            pic X(3)
                 value "NO".
       01 ws-control-eof             pic X(3)
                 value "NO".
      * Set off by the parm and open checks -- either one refuses
      * the run before anything is written
       01 ws-attest-ok               pic X(1)
                 value "Y".
      * The parameters in force: CUT or RESPONSES, the cycle the
      * packets belong to (e.g. 2026Q4), the date the answers are
      * due, and the batch number the corrections go in under
       01 ws-mode                    pic X(9)
                 value spaces.
       01 ws-cycle                   pic X(6)
                 value spaces.
       01 ws-due-date                pic X(10)
                 value spaces.
       01 ws-batch-number            pic 9(6)
                 value 0.
       01 ws-batch-number-ok         pic X(1)
                 value "N".
      * The turnaround row being built by the cut -- the same
      * layout the response rows come back in
       01 ws-turnaround.
         05 ws-tu-cycle                pic X(6).
         05 ws-tu-department           pic X(5).
         05 ws-tu-contact-number       pic 9(8).
         05 ws-tu-response             pic X(1).
         05 ws-tu-email                pic X(30).
         05 ws-tu-phone-number         pic X(12).
         05 ws-tu-new-department       pic X(5).
         05 ws-tu-name                 pic X(20).
         05 filler                     pic X(13).
      * Contacts in the department being cut
       01 ws-packet-count            pic 9(6)
                 value 0.
      * Result of one response row, for the listing
       01 ws-response-result         pic X(24)
                 value spaces.
       01 ws-response-accepted       pic X(1)
                 value "N".
      * Counts for the summaries
       01 ws-packets-cut             pic 9(6)
                 value 0.
       01 ws-empty-departments       pic 9(6)
                 value 0.
       01 ws-contacts-cut            pic 9(6)
                 value 0.
       01 ws-responses-read          pic 9(6)
                 value 0.
       01 ws-confirmed-count         pic 9(6)
                 value 0.
       01 ws-corrected-count         pic 9(6)
                 value 0.
       01 ws-not-mine-count          pic 9(6)
                 value 0.
       01 ws-unmarked-count          pic 9(6)
                 value 0.
       01 ws-refused-count           pic 9(6)
                 value 0.
       01 ws-details-written         pic 9(6)
                 value 0.
       01 ws-outstanding-count       pic 9(6)
                 value 0.
       01 ws-overdue-count           pic 9(6)
                 value 0.
      * Run date for the headings, the control file and the batch
      * header
       01 ws-run-date.
         05 ws-run-date-yyyy           pic 9(4).
         05 ws-run-date-mm             pic 9(2).
         05 ws-run-date-dd             pic 9(2).
       01 ws-run-date-iso            pic X(10)
                 value spaces.
      * Declare the report headings
       01 ws-heading-line.
         05 ws-h1-title                pic X(42)
                   value spaces.
         05 filler                     pic X(6)
                   value "DATE: ".
         05 ws-h1-date                 pic X(10)
                   value spaces.
         05 filler                     pic X(8)
                   value "  CYCLE ".
         05 ws-h1-cycle                pic X(6)
                   value spaces.
         05 filler                     pic X(28)
                   value spaces.
      * Declare the packet's addressing lines
       01 ws-packet-line.
         05 ws-pk-label                pic X(14).
         05 ws-pk-value                pic X(86).
      * Declare the packet's column headings
       01 ws-packet-column-line.
         05 filler                     pic X(31)
                   value "  CONTACT  NAME                ".
         05 filler                     pic X(31)
                   value "  EMAIL                        ".
         05 filler                     pic X(38)
                   value "  PHONE".
      * Declare a packet contact line
       01 ws-packet-detail-line.
         05 filler                     pic X(2)
                   value spaces.
         05 ws-pd-number               pic 9(8).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-pd-name                 pic X(20).
         05 filler                     pic X(2)
                   value spaces.
         05 ws-pd-email                pic X(30).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-pd-phone-number         pic X(12).
         05 filler                     pic X(24)
                   value spaces.
      * Declare a packet contact-method line, indented under its
      * contact
       01 ws-packet-method-line.
         05 filler                     pic X(13)
                   value spaces.
         05 ws-pm-type                 pic X(4).
         05 filler                     pic X(2)
                   value spaces.
         05 ws-pm-value                pic X(40).
         05 filler                     pic X(41)
                   value spaces.
      * Declare the packet's sign-off block
       01 ws-packet-signoff-line.
         05 filler                     pic X(24)
                   value "  ATTESTED CORRECT BY: ".
         05 filler                     pic X(26)
                   value "_________________________".
         05 filler                     pic X(50)
                   value "DATE: __________".
      * Declare a response listing line
       01 ws-response-line.
         05 ws-rl-result               pic X(24).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-rl-department           pic X(5).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-rl-number               pic X(8).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-rl-name                 pic X(20).
         05 filler                     pic X(40)
                   value spaces.
      * Declare a "not mine" follow-up line
       01 ws-follow-up-detail-line.
         05 ws-fu-department           pic X(5).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-fu-manager              pic X(20).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-fu-number               pic 9(8).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-fu-name                 pic X(20).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-fu-email                pic X(30).
         05 filler                     pic X(13)
                   value spaces.
      * Declare an outstanding-attestation line
       01 ws-outstanding-detail-line.
         05 ws-od-department           pic X(5).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-od-manager              pic X(20).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-od-contacts             pic ZZZZZ9.
         05 filler                     pic X(2)
                   value spaces.
         05 ws-od-cut-date             pic X(10).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-od-due-date             pic X(10).
         05 filler                     pic X(2)
                   value spaces.
         05 ws-od-standing             pic X(12).
         05 filler                     pic X(30)
                   value spaces.
      * Declare a summary count line
       01 ws-summary-line.
         05 ws-sl-label                pic X(34).
         05 ws-sl-count                pic ZZZZZZZ9.
         05 filler                     pic X(58)
                   value spaces.
      *
       procedure division.
       000-main.
           perform 010-read-parm-cards.
           if ws-attest-ok = "Y"
               perform 015-open-files
           end-if.
           if ws-attest-ok = "N"
               move 12 to return-code
               goback
           end-if.
           perform 020-set-run-date.
           if ws-mode = "CUT"
               perform 100-cut-packets
           else
               perform 300-process-responses
           end-if.
           close control-file.
           close dept-file.
           close methods-file.
           close master-file.
      * A warning condition code when response rows were refused
      * or left unmarked, or a department has let its due date go
      * by without answering
           if ws-refused-count > 0
                   or ws-unmarked-count > 0
                   or ws-overdue-count > 0
               move 4 to return-code
           end-if.
           goback.
      *
       010-read-parm-cards.
      * Pick up the mode, cycle, due date and batch number; the
      * cycle is always required, the due date for a cut and the
      * batch number for a responses run
           open input parm-file.
           if ws-parm-status = "00"
               move "NO" to ws-parm-eof
               perform until ws-parm-eof = "YES"
                   read parm-file
                       at end
                           move "YES" to ws-parm-eof
                       not at end
                           evaluate true
                               when parm-record(1:5) = "MODE="
                                   move parm-record(6:9) to ws-mode
                               when parm-record(1:6) = "CYCLE="
                                   move parm-record(7:6) to ws-cycle
                               when parm-record(1:4) = "DUE="
                                   move parm-record(5:10)
                                       to ws-due-date
                               when parm-record(1:6) = "BATCH="
                                   if parm-record(7:6) is numeric
                                       move parm-record(7:6)
                                           to ws-batch-number
                                       move "Y" to ws-batch-number-ok
                                   end-if
                               when parm-record = spaces
                                   continue
                               when other
                                   display "Parameter card not "
                                           "understood, ignored: "
                                           parm-record
                           end-evaluate
                   end-read
               end-perform
               close parm-file
           end-if.
           if ws-mode not = "CUT" and ws-mode not = "RESPONSES"
               move "N" to ws-attest-ok
               display "Attestation refused - MODE=CUT or "
                       "MODE=RESPONSES card is required"
           end-if.
           if ws-cycle = spaces
               move "N" to ws-attest-ok
               display "Attestation refused - CYCLE= card is "
                       "required"
           end-if.
           if ws-mode = "CUT"
               if ws-due-date(1:4) is not numeric
                       or ws-due-date(6:2) is not numeric
                       or ws-due-date(9:2) is not numeric
                       or ws-due-date(5:1) not = "-"
                       or ws-due-date(8:1) not = "-"
                   move "N" to ws-attest-ok
                   display "Attestation refused - DUE= card with a "
                           "YYYY-MM-DD due date is required"
               end-if
           end-if.
           if ws-mode = "RESPONSES" and ws-batch-number-ok = "N"
               move "N" to ws-attest-ok
               display "Attestation refused - BATCH= card with a "
                       "numeric batch number is required"
           end-if.
      *
       015-open-files.
      * The master, methods and department table must all be
      * there; the control file is created on the first ever cut.
      * A responses run also needs the returned rows
           open input master-file.
           if ws-master-status not = "00"
               display "Contact master not available, status "
                       ws-master-status
               move "N" to ws-attest-ok
           end-if.
           open input methods-file.
           if ws-methods-status not = "00"
               display "Contact methods not available, status "
                       ws-methods-status
               move "N" to ws-attest-ok
           end-if.
           open input dept-file.
           if ws-dept-status not = "00"
               display "Department table not available, status "
                       ws-dept-status
               move "N" to ws-attest-ok
           end-if.
           open i-o control-file.
           if ws-control-status = "35" and ws-mode = "CUT"
               open output control-file
               close control-file
               open i-o control-file
           end-if.
           if ws-control-status not = "00"
               display "Attestation control file not available, "
                       "status " ws-control-status
               move "N" to ws-attest-ok
           end-if.
           if ws-mode = "RESPONSES"
               open input response-file
               if ws-response-status not = "00"
                   display "Response file not available, status "
                           ws-response-status
                   move "N" to ws-attest-ok
               end-if
           end-if.
           if ws-attest-ok = "N"
               if ws-master-status = "00"
                   close master-file
               end-if
               if ws-methods-status = "00"
                   close methods-file
               end-if
               if ws-dept-status = "00"
                   close dept-file
               end-if
               if ws-control-status = "00"
                   close control-file
               end-if
               if ws-mode = "RESPONSES" and ws-response-status = "00"
                   close response-file
               end-if
           end-if.
      *
       020-set-run-date.
      * Today's date, YYYY-MM-DD, for the headings and the control
      * file
           accept ws-run-date from date yyyymmdd.
           move ws-run-date-yyyy to ws-run-date-iso(1:4).
           move "-" to ws-run-date-iso(5:1).
           move ws-run-date-mm to ws-run-date-iso(6:2).
           move "-" to ws-run-date-iso(8:1).
           move ws-run-date-dd to ws-run-date-iso(9:2).
           move ws-run-date-iso to ws-h1-date.
           move ws-cycle to ws-h1-cycle.
      *
       100-cut-packets.
      * One packet per department on the table, in department
      * code order, each starting a fresh page
           open output report-file.
           open output turnaround-file.
           move low-values to dp-dept-code.
           move "NO" to ws-dept-eof.
           start dept-file key is not less than dp-dept-code
               invalid key
                   move "YES" to ws-dept-eof
           end-start.
           perform until ws-dept-eof = "YES"
               read dept-file next record
                   at end
                       move "YES" to ws-dept-eof
                   not at end
                       perform 110-cut-one-packet
               end-read
           end-perform.
           perform 190-write-cut-summary.
           close turnaround-file.
           close report-file.
      *
       110-cut-one-packet.
      * Address the packet to the manager, list every active
      * contact in the department with its methods, and file the
      * department on the control file for this cycle. A department
      * with no active contacts has nothing to attest and is passed
      * over
           move "MAFD 4202 CONTACT ATTESTATION PACKET" to ws-h1-title.
           write report-line from ws-heading-line
               after advancing page.
           move spaces to report-line.
           write report-line.
           move "DEPARTMENT:" to ws-pk-label.
           move spaces to ws-pk-value.
           string dp-dept-code delimited by size
                  "  " delimited by size
                  dp-dept-name delimited by size
               into ws-pk-value
           end-string.
           write report-line from ws-packet-line.
           move "MANAGER:" to ws-pk-label.
           move dp-manager to ws-pk-value.
           write report-line from ws-packet-line.
           move "RESPOND BY:" to ws-pk-label.
           move ws-due-date to ws-pk-value.
           write report-line from ws-packet-line.
           move spaces to report-line.
           write report-line.
           write report-line from ws-packet-column-line.
           move 0 to ws-packet-count.
           move dp-dept-code to cm-department.
           move "NO" to ws-master-eof.
           start master-file key is = cm-department
               invalid key
                   move "YES" to ws-master-eof
           end-start.
           perform until ws-master-eof = "YES"
               read master-file next record
                   at end
                       move "YES" to ws-master-eof
                   not at end
                       if cm-department not = dp-dept-code
                           move "YES" to ws-master-eof
                       else
                           if cm-status not = "I"
                               perform 120-cut-one-contact
                           end-if
                       end-if
               end-read
           end-perform.
           if ws-packet-count = 0
               move "  NO ACTIVE CONTACTS -- NOTHING TO ATTEST"
                   to report-line
               write report-line
               add 1 to ws-empty-departments
               exit paragraph
           end-if.
           move spaces to report-line.
           write report-line.
           write report-line from ws-packet-signoff-line.
           add 1 to ws-packets-cut.
           perform 130-file-control-record.
      *
       120-cut-one-contact.
      * Print the contact and its methods on the packet, and write
      * its pre-filled turnaround row
           move cm-contact-number to ws-pd-number.
           move cm-name to ws-pd-name.
           move cm-email to ws-pd-email.
           move cm-phone-number to ws-pd-phone-number.
           write report-line from ws-packet-detail-line.
           move cm-contact-number to me-contact-number.
           move low-values to me-method-type.
           move "NO" to ws-methods-eof.
           start methods-file key is not less than me-key
               invalid key
                   move "YES" to ws-methods-eof
           end-start.
           perform until ws-methods-eof = "YES"
               read methods-file next record
                   at end
                       move "YES" to ws-methods-eof
                   not at end
                       if me-contact-number = cm-contact-number
                           move me-method-type to ws-pm-type
                           move me-value to ws-pm-value
                           write report-line
                               from ws-packet-method-line
                       else
                           move "YES" to ws-methods-eof
                       end-if
               end-read
           end-perform.
           move spaces to ws-turnaround.
           move ws-cycle to ws-tu-cycle.
           move cm-department to ws-tu-department.
           move cm-contact-number to ws-tu-contact-number.
           move cm-email to ws-tu-email.
           move cm-phone-number to ws-tu-phone-number.
           move cm-department to ws-tu-new-department.
           move cm-name to ws-tu-name.
           write turnaround-record from ws-turnaround.
           add 1 to ws-packet-count.
           add 1 to ws-contacts-cut.
      *
       130-file-control-record.
      * File the department under this cycle -- a re-cut of the
      * same cycle starts the department over, unanswered
           move ws-cycle to at-cycle.
           move dp-dept-code to at-department.
           move dp-manager to at-manager.
           move ws-packet-count to at-contact-count.
           move ws-run-date-iso to at-cut-date.
           move ws-due-date to at-due-date.
           move spaces to at-answered-date.
           move 0 to at-confirmed-count.
           move 0 to at-corrected-count.
           move 0 to at-not-mine-count.
           write attest-control-record
               invalid key
                   rewrite attest-control-record
                       invalid key
                           display "Attestation control not filed "
                                   "for " dp-dept-code
                   end-rewrite
           end-write.
      *
       190-write-cut-summary.
      * Close the packet run with its counts
           move "MAFD 4202 CONTACT ATTESTATION CUT" to ws-h1-title.
           write report-line from ws-heading-line
               after advancing page.
           move spaces to report-line.
           write report-line.
           move "PACKETS CUT:" to ws-sl-label.
           move ws-packets-cut to ws-sl-count.
           write report-line from ws-summary-line.
           move "CONTACTS TO ATTEST:" to ws-sl-label.
           move ws-contacts-cut to ws-sl-count.
           write report-line from ws-summary-line.
           move "DEPARTMENTS WITH NO CONTACTS:" to ws-sl-label.
           move ws-empty-departments to ws-sl-count.
           write report-line from ws-summary-line.
      *
       300-process-responses.
      * Read the returned rows back, list what became of each,
      * write the corrections as a TRANIN batch and the "not mine"
      * contacts for follow-up, then report the departments still
      * outstanding
           open output report-file.
           open output follow-up-file.
           open output outstanding-file.
           open output tran-file.
           move "MAFD 4202 ATTESTATION RESPONSES" to ws-h1-title.
           write report-line from ws-heading-line.
           move spaces to report-line.
           write report-line.
           move "MAFD 4202 ATTESTATION - NOT MINE" to ws-h1-title.
           write follow-up-line from ws-heading-line.
           move spaces to follow-up-line.
           write follow-up-line.
           perform 350-write-batch-header.
           move "NO" to ws-response-eof.
           perform until ws-response-eof = "YES"
               read response-file
                   at end
                       move "YES" to ws-response-eof
                   not at end
                       if response-record not = spaces
                           add 1 to ws-responses-read
                           perform 310-process-one-response
                       end-if
               end-read
           end-perform.
           perform 360-write-batch-trailer.
           perform 400-report-outstanding.
           perform 390-write-response-summary.
           close response-file.
           close tran-file.
           close outstanding-file.
           close follow-up-file.
           close report-file.
      *
       310-process-one-response.
      * The row must belong to this cycle, name a contact on the
      * master and a department cut in this cycle; its marking
      * then decides what becomes of it
           move spaces to ws-response-line.
           move ar-department to ws-rl-department.
           move ar-contact-number to ws-rl-number.
           move ar-name to ws-rl-name.
           move "N" to ws-response-accepted.
           evaluate true
               when ar-cycle not = ws-cycle
                   move "REFUSED - OTHER CYCLE" to ws-rl-result
                   add 1 to ws-refused-count
               when ar-contact-number is not numeric
                   move "REFUSED - BAD CONTACT NO" to ws-rl-result
                   add 1 to ws-refused-count
               when other
                   move ws-cycle to at-cycle
                   move ar-department to at-department
                   read control-file
                       invalid key
                           move "REFUSED - DEPT NOT CUT"
                               to ws-rl-result
                           add 1 to ws-refused-count
                       not invalid key
                           perform 320-apply-response
                   end-read
           end-evaluate.
           write report-line from ws-response-line.
      *
       320-apply-response.
      * Confirmed rows are counted; corrected rows become change
      * transactions; "not mine" rows go to the follow-up listing;
      * an unmarked row leaves the department unanswered. A contact
      * moved to another department since the packet was cut is no
      * longer this manager's to answer for -- the row is refused
      * and the department's control record left as it was
           move ar-contact-number to cm-contact-number.
           read master-file
               invalid key
                   move "REFUSED - NOT ON MASTER" to ws-rl-result
                   add 1 to ws-refused-count
                   exit paragraph
           end-read.
           move cm-name to ws-rl-name.
           if cm-department not = ar-department
               move "REFUSED - NOT IN DEPT" to ws-rl-result
               add 1 to ws-refused-count
               exit paragraph
           end-if.
           evaluate ar-response
               when "C"
                   move "CONFIRMED" to ws-rl-result
                   add 1 to ws-confirmed-count
                   add 1 to at-confirmed-count
                   move "Y" to ws-response-accepted
               when "U"
                   perform 330-write-correction
                   move "Y" to ws-response-accepted
               when "N"
                   perform 340-list-not-mine
                   move "Y" to ws-response-accepted
               when other
                   move "NOT MARKED" to ws-rl-result
                   add 1 to ws-unmarked-count
           end-evaluate.
           if ws-response-accepted = "Y"
               if at-answered-date = spaces
                   move ws-run-date-iso to at-answered-date
               end-if
               rewrite attest-control-record
                   invalid key
                       display "Attestation control not updated "
                               "for " at-department
               end-rewrite
           end-if.
      *
       330-write-correction.
      * A change transaction under the contact's name as the
      * master holds it, carrying the manager's corrected values
      * -- a blank on the row keeps the master's own. A row marked
      * corrected that changes nothing counts as confirmed
           move spaces to tran-record.
           move "C" to tr-trans-code.
           move cm-name to tr-name.
           move cm-email to tr-email.
           move cm-phone-number to tr-phone-number.
           move cm-department to tr-department.
           if ar-email not = spaces
               move ar-email to tr-email
           end-if.
           if ar-phone-number not = spaces
               move ar-phone-number to tr-phone-number
           end-if.
           if ar-new-department not = spaces
               move ar-new-department to tr-department
           end-if.
           if tr-email = cm-email
                   and tr-phone-number = cm-phone-number
                   and tr-department = cm-department
               move "CONFIRMED - NO CHANGE" to ws-rl-result
               add 1 to ws-confirmed-count
               add 1 to at-confirmed-count
               exit paragraph
           end-if.
           write tran-record.
           add 1 to ws-details-written.
           move "CORRECTION WRITTEN" to ws-rl-result.
           add 1 to ws-corrected-count.
           add 1 to at-corrected-count.
      *
       340-list-not-mine.
      * The manager disowns the contact -- list it with the
      * manager who did so, for the owners to chase down
           move "NOT MINE - LISTED" to ws-rl-result.
           move ar-department to ws-fu-department.
           move at-manager to ws-fu-manager.
           move cm-contact-number to ws-fu-number.
           move cm-name to ws-fu-name.
           move cm-email to ws-fu-email.
           write follow-up-line from ws-follow-up-detail-line.
           add 1 to ws-not-mine-count.
           add 1 to at-not-mine-count.
      *
       350-write-batch-header.
      * The header control row the nightly run's batch
      * verification expects, sourced ATTEST
           move spaces to tran-header-record.
           move "H" to th-record-code.
           move ws-batch-number to th-batch-number.
           move ws-run-date-iso to th-batch-date.
           move "ATTEST" to th-source-system.
           write tran-record from tran-header-record.
      *
       360-write-batch-trailer.
      * The trailer control row carrying the count of corrections
           move spaces to tran-trailer-record.
           move "T" to tt-record-code.
           move ws-details-written to tt-detail-count.
           write tran-record from tran-trailer-record.
      *
       390-write-response-summary.
      * Close the response listing with its counts
           move spaces to report-line.
           write report-line.
           move "RESPONSE ROWS READ:" to ws-sl-label.
           move ws-responses-read to ws-sl-count.
           write report-line from ws-summary-line.
           move "CONFIRMED:" to ws-sl-label.
           move ws-confirmed-count to ws-sl-count.
           write report-line from ws-summary-line.
           move "CORRECTIONS WRITTEN:" to ws-sl-label.
           move ws-corrected-count to ws-sl-count.
           write report-line from ws-summary-line.
           move "NOT MINE:" to ws-sl-label.
           move ws-not-mine-count to ws-sl-count.
           write report-line from ws-summary-line.
           move "NOT MARKED:" to ws-sl-label.
           move ws-unmarked-count to ws-sl-count.
           write report-line from ws-summary-line.
           move "REFUSED:" to ws-sl-label.
           move ws-refused-count to ws-sl-count.
           write report-line from ws-summary-line.
           move "DEPARTMENTS OUTSTANDING:" to ws-sl-label.
           move ws-outstanding-count to ws-sl-count.
           write report-line from ws-summary-line.
           move "DEPARTMENTS OVERDUE:" to ws-sl-label.
           move ws-overdue-count to ws-sl-count.
           write report-line from ws-summary-line.
      *
       400-report-outstanding.
      * Every department cut in this cycle that has not answered,
      * overdue once its due date is behind us
           move "MAFD 4202 ATTESTATION OUTSTANDING" to ws-h1-title.
           write outstanding-line from ws-heading-line.
           move spaces to outstanding-line.
           write outstanding-line.
           move ws-cycle to at-cycle.
           move low-values to at-department.
           move "NO" to ws-control-eof.
           start control-file key is not less than at-key
               invalid key
                   move "YES" to ws-control-eof
           end-start.
           perform until ws-control-eof = "YES"
               read control-file next record
                   at end
                       move "YES" to ws-control-eof
                   not at end
                       if at-cycle not = ws-cycle
                           move "YES" to ws-control-eof
                       else
                           if at-answered-date = spaces
                               perform 410-list-outstanding-dept
                           end-if
                       end-if
               end-read
           end-perform.
           if ws-outstanding-count = 0
               move "ALL DEPARTMENTS HAVE ANSWERED"
                   to outstanding-line
               write outstanding-line
           end-if.
      *
       410-list-outstanding-dept.
      * One unanswered department
           move at-department to ws-od-department.
           move at-manager to ws-od-manager.
           move at-contact-count to ws-od-contacts.
           move at-cut-date to ws-od-cut-date.
           move at-due-date to ws-od-due-date.
           if ws-run-date-iso > at-due-date
               move "OVERDUE" to ws-od-standing
               add 1 to ws-overdue-count
           else
               move "NOT YET DUE" to ws-od-standing
           end-if.
           write outstanding-line from ws-outstanding-detail-line.
           add 1 to ws-outstanding-count.
      *
       end program A1-ContactAttest.
