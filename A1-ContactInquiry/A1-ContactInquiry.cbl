      *    feeds, so the audit file remains the single history of
      *    every touch on the master no matter which path it
      *    arrived by. Commands and field values are taken from
      *    the console (SYSIN when run in batch). The H command
      *    shows a contact's history off the contact history file
      *    -- every audited event with the contact as it stood
      *    before and after, renames and method changes included,
      *    and a merged-away contact's events under the survivor.
      *    The S command sets the contact's supervisor -- an active
      *    contact on file, never one who already reports to them
      *    -- or clears it, filed as a SUPV method the same way the
      *    batch program's "S" transaction files it.
      *    A session opens only for an operator on the security
      *    table and not suspended; each command must be one their
      *    entry allows (H goes with inquire, S with change), and
      *    only contacts in departments they may work in are shown
      *    or touched. Every refusal is logged to the security
      *    violation file.
      *
       environment division.
       configuration section.
               assign to CNTLAUD
               organization is line sequential
               file status is ws-audit-status.
      * The merge facility's name cross-reference -- a retired
      * name keyed to the surviving contact, so the history of a
      * merged-away contact is found under the survivor -- assigned
      * to the CNTLXREF ddname
           select xref-file
               assign to CNTLXREF
               organization is indexed
               access mode is dynamic
               record key is xr-old-name
               file status is ws-xref-status.
      * The contact history -- every audited event again, keyed by
      * contact number and timestamp with before and after images
      * -- assigned to the CNTLHIST ddname
           select history-file
               assign to CNTLHIST
               organization is indexed
               access mode is dynamic
               record key is hi-key
               file status is ws-history-status.
      * The master-file run lock the batch takes for its cycle and
      * each session takes for itself -- a session finding it held
      * switches to read-only lookups and queues its maintenance --
               assign to CNTLDEFQ
               organization is line sequential
               file status is ws-defq-status.
      * The operator security table -- who may run which
      * commands, in which departments, and which utility programs
      * -- assigned to the CNTLOPER ddname
           select operator-file
               assign to CNTLOPER
               organization is indexed
               access mode is dynamic
               record key is op-operator-id
               file status is ws-operator-status.
      * The security violation log every refused attempt is
      * appended to -- assigned to the CNTLSVIO ddname
           select violation-file
               assign to CNTLSVIO
               organization is line sequential
               file status is ws-violation-status.
      *
       data division.
       file section.
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
      * Declare the layout of the run-lock record -- must match
      * the batch program's declaration byte for byte
       fd lock-file
         05 dq-phone-number             pic X(12).
         05 dq-department               pic X(5).
         05 filler                      pic X(1).
      * Declare the layout of an operator security record -- must
      * match the security program's declaration byte for byte
       fd operator-file
           data record is operator-record
           record contains 200 characters.
       01 operator-record.
         05 op-operator-id             pic X(8).
         05 op-operator-name           pic X(30).
         05 op-status                  pic X(1).
         05 op-command-rights.
           10 op-allow-inquire         pic X(1).
           10 op-allow-add             pic X(1).
           10 op-allow-change          pic X(1).
           10 op-allow-deactivate      pic X(1).
           10 op-allow-reinstate       pic X(1).
         05 op-all-departments         pic X(1).
         05 op-department              pic X(5)
                   occurs 10 times.
         05 op-program                 pic X(8)
                   occurs 10 times.
         05 op-updated-date            pic X(10).
         05 op-updated-by              pic X(8).
         05 filler                     pic X(7).
      * Declare the layout of a security violation record -- must
      * match the security program's declaration byte for byte
       fd violation-file
           data record is violation-record
           record contains 100 characters.
       01 violation-record.
         05 sv-operator-id             pic X(8).
         05 sv-date                    pic X(10).
         05 sv-time                    pic X(8).
         05 sv-program                 pic X(8).
         05 sv-command                 pic X(1).
         05 sv-department              pic X(5).
         05 sv-contact-number          pic X(8).
         05 sv-name                    pic X(20).
         05 sv-reason                  pic X(30).
         05 filler                     pic X(2).
      * Declare the layout of an audit trail record -- must match
      * the batch program's declaration byte for byte, after-image
      * fields included, so the reconciliation program can replay
      * maintenance applied here the same as batch maintenance
       fd audit-file
           data record is audit-record
           record contains 114 characters.
       01 audit-record.
         05 au-operator-id              pic X(8).
         05 au-date                     pic X(10).
         05 au-phone-number             pic X(12).
         05 au-department               pic X(5).
         05 au-source                   pic X(1).
         05 au-batch-number             pic 9(6).
      * The same record as a contact-method event files it -- must
      * match the batch program's method view byte for byte
       01 audit-method-record.
         05 filler                      pic X(40).
         05 am-name                     pic X(20).
         05 am-method-type              pic X(4).
         05 am-value                    pic X(40).
         05 filler                      pic X(3).
         05 am-source                   pic X(1).
         05 am-batch-number             pic 9(6).
      * Declare the layout of a name cross-reference record --
      * must match the merge program's declaration byte for byte
       fd xref-file
           data record is xref-record
           record contains 58 characters.
       01 xref-record.
         05 xr-old-name                pic X(20).
         05 xr-contact-number          pic 9(8).
         05 xr-survivor-name           pic X(20).
         05 xr-merge-date              pic X(10).
      * Declare the layout of a contact history record -- must
      * match the maintaining programs' declaration byte for byte.
      * Keyed by contact number and the audit timestamp (the
      * sequence keeps two events in one second apart), each
      * record carries the audited action and the contact as it
      * stood before and after it. A merged-away contact's history
      * is re-keyed under the survivor, its own number kept as the
      * original number
       fd history-file
           data record is history-record
           record contains 215 characters.
       01 history-record.
         05 hi-key.
           10 hi-contact-number        pic 9(8).
           10 hi-date                  pic X(10).
           10 hi-time                  pic X(8).
           10 hi-sequence              pic 9(4).
         05 hi-action                  pic X(6).
         05 hi-operator-id             pic X(8).
         05 hi-source                  pic X(1).
         05 hi-batch-number            pic 9(6).
         05 hi-original-number         pic 9(8).
         05 hi-before-image.
           10 hb-name                  pic X(20).
           10 hb-email                 pic X(30).
           10 hb-phone-number          pic X(12).
           10 hb-department            pic X(5).
           10 hb-status                pic X(1).
           10 hb-term-date             pic X(10).
         05 hi-after-image.
           10 ha-name                  pic X(20).
           10 ha-email                 pic X(30).
           10 ha-phone-number          pic X(12).
           10 ha-department            pic X(5).
           10 ha-status                pic X(1).
           10 ha-term-date             pic X(10).
      * The same record as a contact-method event files it -- the
      * method type and value before and after
       01 history-method-record.
         05 filler                     pic X(59).
         05 hm-before-type             pic X(4).
         05 hm-before-value            pic X(40).
         05 filler                     pic X(34).
         05 hm-after-type              pic X(4).
         05 hm-after-value             pic X(40).
         05 filler                     pic X(34).
      *
       working-storage section.
      * File status for the contact master file
       01 ws-master-status          pic XX.
      * File status for the audit trail file
       01 ws-audit-status            pic XX.
      * File status for the name cross-reference and whether it
      * opened at all (no merge has ever run until it has)
       01 ws-xref-status             pic XX.
       01 ws-xref-open               pic X(1)
                 value "N".
      * File status for the contact history, whether it opened at
      * all, the EOF flag for the H command's keyed-range sweep, the
      * number of events it showed, and the switch that ends the
      * hunt for a free sequence number when filing into it
       01 ws-history-status          pic XX.
       01 ws-history-open            pic X(1)
                 value "N".
       01 ws-history-eof             pic X(3)
                 value "NO".
       01 ws-history-count           pic 9(5)
                 value 0.
       01 ws-history-written         pic X(1).
      * The contact as it stood before the event being audited --
      * the history's before image -- and a method's value before
      * a method event
       01 ws-history-before          pic X(86).
       01 ws-history-method-before   pic X(40).
      * File status for the contact-methods file, the EOF flag for
      * its keyed-range sweep, and whether it opened at all (a
      * session can still inquire and maintain contacts if it
      * File statuses for the run lock and the deferred queue
       01 ws-lock-file-status        pic XX.
       01 ws-defq-status             pic XX.
      * File statuses for the operator security table and the
      * violation log, whether the table opened, and the checks'
      * working fields: the command, department and contact being
      * checked, and why the operator was refused (spaces when
      * allowed)
       01 ws-operator-status         pic XX.
       01 ws-violation-status        pic XX.
       01 ws-operator-open           pic X(1)
                 value "N".
       01 ws-auth-idx                pic 9(2)
                 value 0.
       01 ws-auth-command            pic X(1)
                 value spaces.
       01 ws-auth-department         pic X(5)
                 value spaces.
       01 ws-auth-contact            pic X(8)
                 value spaces.
       01 ws-auth-name               pic X(20)
                 value spaces.
       01 ws-violation-reason        pic X(30)
                 value spaces.
      * Set when the lock was already held at session start: the
      * session runs read-only lookups and every maintenance
      * command is captured to the deferred queue instead
       01 ws-lock-held               pic X(1)
                 value "N".
      * Operator's command -- I(nquire), A(dd), C(hange),
      * D(eactivate), R(einstate), S(upervisor), H(istory) or X to
      * end the session
       01 ws-command                pic X(1)
                 value spaces.
      * Set once the operator keys the X command
         05 ws-email                   pic X(30).
         05 ws-phone-number            pic X(12).
         05 ws-department              pic X(5).
      * The supervisor's contact number keyed for an S command, the
      * contact as resolved (held while the supervisor and the
      * chain above them are read), the flag the supervisor check
      * sets, and the walk up the chain looking for the contact
       01 ws-supervisor-number       pic X(8)
                 value spaces.
       01 ws-supervisor-contact      pic X(86)
                 value spaces.
       01 ws-valid-supervisor        pic X(1)
                 value "Y".
       01 ws-chain-number            pic X(8)
                 value spaces.
       01 ws-chain-depth             pic 9(3)
                 value 0.
       01 ws-chain-end               pic X(1)
                 value "N".
      * Working fields used while validating email/phone format --
      * identical to the batch program's so the two paths accept
      * and reject exactly the same values
      * Find out who is running the session, for the audit trail
           display "USER" upon environment-name.
           accept ws-operator-id from environment-value.
      * Only an operator the security table knows, and has not
      * suspended, gets a session at all -- checked before the
      * lock, so a refused session never takes it
           perform 070-check-operator-authority.
           if ws-violation-reason not = spaces
               display "Session refused - " ws-violation-reason
               if ws-operator-open = "Y"
                   close operator-file
               end-if
               move 12 to return-code
               goback
           end-if.
      * See who holds the master before anything opens: a lock
      * already held (the nightly batch, or another helpdesk
      * session) switches this session to read-only lookups with
           if ws-master-status not = "00"
               display "Contact master not available, status "
                       ws-master-status
               close operator-file
               goback
           end-if.
      * Open the contact-methods file for the inquiry display and
      * the S command's SUPV method -- for update when this session
      * holds the lock, read-only when someone else does; the
      * session still runs without it, inquiries just show the
      * master fields alone
           if ws-readonly = "Y"
               open input methods-file
           else
               open i-o methods-file
           end-if.
           if ws-methods-status = "00"
               move "Y" to ws-methods-open
           else
      * Open the audit trail of every add/change/delete, appending
      * to whatever history prior runs have already written
           perform 055-open-audit-file.
      * Open the contact history -- for filing as well as the H
      * command when this session holds the lock, read-only when
      * someone else does -- and the merge cross-reference the H
      * command follows a retired name through; the session still
      * runs without either
           perform 059-open-history-file.
           open input xref-file.
           if ws-xref-status = "00"
               move "Y" to ws-xref-open
           end-if.
      * Load the next unassigned contact number so an add here
      * takes a number the same way a batch add does
           perform 062-read-contact-number.
      * the deferred file instead of touching the master
           perform 100-get-command.
           perform until ws-session-done = "YES"
               perform 075-check-command-authority
               if ws-violation-reason = spaces
                   if ws-readonly = "Y"
                           and (ws-command = "A" or ws-command = "C"
                           or ws-command = "D" or ws-command = "R"
                           or ws-command = "S")
                       perform 400-defer-command
                   else
                       evaluate ws-command
                           when "I"
                               perform 300-inquire-contact
                           when "A"
                               perform 310-add-contact
                           when "C"
                               perform 320-change-contact
                           when "D"
                               perform 330-deactivate-contact
                           when "R"
                               perform 340-reinstate-contact
                           when "S"
                               perform 360-set-supervisor
                           when "H"
                               perform 350-show-contact-history
                           when other
                               display "Commands are I, A, C, D, R, "
                                       "S, H or X"
                       end-evaluate
                   end-if
               end-if
               perform 100-get-command
           end-perform.
               perform 098-release-run-lock
           end-if.
           close audit-file.
           if ws-history-open = "Y"
               close history-file
           end-if.
           if ws-xref-open = "Y"
               close xref-file
           end-if.
           if ws-dept-open = "Y"
               close dept-file
           end-if.
               close methods-file
           end-if.
           close master-file.
           close operator-file.
           goback.
      *
       040-check-run-lock.
      * applies at the head of the next cycle. Adds and changes
      * still pass validation here, so the operator can rekey a
      * bad value now instead of finding a reject on the morning
      * listing. A supervisor change carries the supervisor's
      * contact number where an add's email sits; the batch checks
      * it against the master as it stands when the entry applies
           if ws-command = "A" or ws-command = "C"
               perform 110-get-contact-details
               perform 150-validate-contact
               move spaces to ws-phone-number
               move spaces to ws-department
           end-if.
           if ws-command = "S"
               perform 365-get-supervisor-number
               if ws-supervisor-number not = spaces
                       and ws-supervisor-number is not numeric
                   display "Rejected: Invalid supervisor contact "
                           "number"
                   exit paragraph
               end-if
               move ws-supervisor-number to ws-email
           end-if.
      * Queued work is held to the same department rights as work
      * applied directly: the contact as it stands on the master
      * now, and for an add or a change the department keyed
           if ws-command not = "A"
               perform 140-resolve-contact
               perform 076-check-contact-department
               if ws-violation-reason not = spaces
                   exit paragraph
               end-if
           end-if.
           if ws-command = "A"
               move spaces to ws-auth-contact
           end-if.
           if ws-command = "A" or ws-command = "C"
               move ws-department to ws-auth-department
               perform 077-check-department
               if ws-violation-reason not = spaces
                   exit paragraph
               end-if
           end-if.
           perform 610-set-audit-timestamp.
           move ws-operator-id   to dq-operator-id.
           move ws-audit-date    to dq-date.
           write deferred-record.
           display "Queued for the next batch cycle: "
                   ws-command " " ws-name.
      *
       070-check-operator-authority.
      * The operator running the session must be on the security
      * table and not suspended; a table that cannot be read
      * refuses the session the same as a missing entry, and every
      * refusal is logged
           move spaces to ws-violation-reason.
           open input operator-file.
           if ws-operator-status = "00"
               move "Y" to ws-operator-open
               move ws-operator-id to op-operator-id
               read operator-file
                   invalid key
                       move "Operator not on security table"
                           to ws-violation-reason
               end-read
           else
               move "Security table not available"
                   to ws-violation-reason
           end-if.
           if ws-violation-reason = spaces and op-status = "S"
               move "Operator suspended" to ws-violation-reason
           end-if.
           if ws-violation-reason not = spaces
               move spaces to ws-auth-command
               move spaces to ws-auth-department
               move spaces to ws-auth-contact
               move spaces to ws-auth-name
               perform 078-log-violation
           end-if.
      *
       072-check-department-authority.
      * The department in ws-auth-department must be one the
      * operator may work in -- every department, or one of those
      * listed on their entry. A contact with no department at all
      * is only for an operator cleared for every department
           move spaces to ws-violation-reason.
           if op-all-departments = "Y"
               exit paragraph
           end-if.
           move "Department not authorized" to ws-violation-reason.
           perform varying ws-auth-idx from 1 by 1
                   until ws-auth-idx > 10
               if op-department(ws-auth-idx) = ws-auth-department
                       and op-department(ws-auth-idx) not = spaces
                   move spaces to ws-violation-reason
               end-if
           end-perform.
      *
       075-check-command-authority.
      * The command keyed must be one the operator's entry allows --
      * the H command goes with inquire and the S command with
      * change; X and unknown commands need no right. A refusal is
      * logged and the command skipped
           move spaces to ws-violation-reason.
           evaluate ws-command
               when "I"
               when "H"
                   if op-allow-inquire not = "Y"
                       move "Command not authorized"
                           to ws-violation-reason
                   end-if
               when "A"
                   if op-allow-add not = "Y"
                       move "Command not authorized"
                           to ws-violation-reason
                   end-if
               when "C"
               when "S"
                   if op-allow-change not = "Y"
                       move "Command not authorized"
                           to ws-violation-reason
                   end-if
               when "D"
                   if op-allow-deactivate not = "Y"
                       move "Command not authorized"
                           to ws-violation-reason
                   end-if
               when "R"
                   if op-allow-reinstate not = "Y"
                       move "Command not authorized"
                           to ws-violation-reason
                   end-if
           end-evaluate.
           if ws-violation-reason not = spaces
               move ws-command to ws-auth-command
               move spaces to ws-auth-department
               move spaces to ws-auth-contact
               move ws-name to ws-auth-name
               perform 078-log-violation
               display "Not authorized: " ws-violation-reason
                       " " ws-command
           end-if.
      *
       076-check-contact-department.
      * A contact found on file must be in a department the
      * operator may work in before the command shows or touches
      * it; a contact not found is left to the command to report
           move spaces to ws-violation-reason.
           move spaces to ws-auth-contact.
           if ws-contact-found = "Y"
               move cm-department to ws-auth-department
               move cm-contact-number to ws-auth-contact
               perform 077-check-department
           end-if.
      *
       077-check-department.
      * Check the department in ws-auth-department for the command
      * in hand, logging a refusal and telling the operator
           perform 072-check-department-authority.
           if ws-violation-reason not = spaces
               move ws-command to ws-auth-command
               move ws-name to ws-auth-name
               perform 078-log-violation
               display "Not authorized: " ws-violation-reason
                       " " ws-auth-department
           end-if.
      *
       078-log-violation.
      * Append the refused attempt to the security violation log,
      * creating it empty the first time the same way the audit
      * trail is
           perform 610-set-audit-timestamp.
           open extend violation-file.
           if ws-violation-status = "35"
               open output violation-file
               close violation-file
               open extend violation-file
           end-if.
           move spaces to violation-record.
           move ws-operator-id to sv-operator-id.
           move ws-audit-date to sv-date.
           move ws-audit-time to sv-time.
           move "A1CNTINQ" to sv-program.
           move ws-auth-command to sv-command.
           move ws-auth-department to sv-department.
           move ws-auth-contact to sv-contact-number.
           move ws-auth-name to sv-name.
           move ws-violation-reason to sv-reason.
           write violation-record.
           close violation-file.
      *
       055-open-audit-file.
      * Append to the audit trail so every run's history survives; if
               close audit-file
               open extend audit-file
           end-if.
      *
       059-open-history-file.
      * Open the contact history for update -- or, on the first
      * ever run, create it the same bootstrapping way the audit
      * trail is -- when this session holds the lock; a read-only
      * session only reads it for the H command
           if ws-readonly = "Y"
               open input history-file
           else
               open i-o history-file
               if ws-history-status = "35"
                   open output history-file
                   close history-file
                   open i-o history-file
               end-if
           end-if.
           if ws-history-status = "00"
               move "Y" to ws-history-open
           else
               display "Contact history not available, status "
                       ws-history-status
           end-if.
      *
       062-read-contact-number.
      * Read the next unassigned contact number; if the control
               not invalid key
                   move "Y" to ws-contact-found
           end-read.
      * Hold the contact as found, the before image of whatever the
      * command goes on to do to it
           if ws-contact-found = "Y"
               move contact-master-record to ws-history-before
           end-if.
      *
       100-get-command.
      * Prompt for the next command and the contact name it applies
      * ran out before the X card does not loop forever re-prompting
           move spaces to ws-command.
           display "Command (I=inquire A=add C=change D=deactivate "
                   "R=reinstate S=supervisor H=history X=exit):".
           accept ws-command.
           if ws-command = "X" or ws-command = "x"
                   or ws-command = spaces
      * Look one contact up by name and show every field on file,
      * the contact number and methods included
           perform 140-resolve-contact.
           perform 076-check-contact-department.
           if ws-violation-reason not = spaces
               exit paragraph
           end-if.
           if ws-contact-found = "N"
               display "Contact not on file: " ws-name
           else
           perform 150-validate-contact.
           if ws-valid-email = "Y" and ws-valid-phone = "Y"
                   and ws-valid-dept = "Y"
               move ws-department to ws-auth-department
               move spaces to ws-auth-contact
               perform 077-check-department
               if ws-violation-reason not = spaces
                   exit paragraph
               end-if
               perform 140-resolve-contact
               if ws-contact-found = "Y"
                   display "Contact already on file, not added: "
                               ws-name
                       not invalid key
                           move cm-contact-number to ws-audit-number
                           move spaces to ws-history-before
                           move "ADD   "       to ws-audit-action
                           perform 600-write-audit-entry
                           display "Added: " ws-name
                   display "Contact not on file, not changed: "
                           ws-name
               else
      * The contact must be in a department the operator may work
      * in, and so must the department it is changed to
                   perform 076-check-contact-department
                   if ws-violation-reason = spaces
                       move ws-department to ws-auth-department
                       perform 077-check-department
                   end-if
                   if ws-violation-reason not = spaces
                       exit paragraph
                   end-if
                   move ws-email        to cm-email
                   move ws-phone-number to cm-phone-number
                   move ws-department   to cm-department
      * deliberate purge run removes inactive contacts past
      * retention
           perform 140-resolve-contact.
           perform 076-check-contact-department.
           if ws-violation-reason not = spaces
               exit paragraph
           end-if.
           if ws-contact-found = "N"
               display "Contact not on file, not deactivated: "
                       ws-name
      * active again, termination date cleared, fields and methods
      * untouched since the day they left
           perform 140-resolve-contact.
           perform 076-check-contact-department.
           if ws-violation-reason not = spaces
               exit paragraph
           end-if.
           if ws-contact-found = "N"
               display "Contact not on file, not reinstated: "
                       ws-name
                   end-rewrite
               end-if
           end-if.
      *
       350-show-contact-history.
      * Show every event on the contact history for the keyed
      * name, oldest first, each with the fields it changed before
      * and after. A name the master no longer knows is tried
      * against the merge cross-reference, so a merged-away
      * contact's history is shown under the survivor it now
      * belongs to
           if ws-history-open = "N"
               display "Contact history not available"
               exit paragraph
           end-if.
           perform 140-resolve-contact.
           if ws-contact-found = "N" and ws-xref-open = "Y"
               move ws-name to xr-old-name
               read xref-file
                   invalid key
                       continue
                   not invalid key
                       move xr-contact-number to cm-contact-number
                       read master-file
                           invalid key
                               continue
                           not invalid key
                               move "Y" to ws-contact-found
                               display "Retired name " ws-name
                                       " merged into " cm-name
                       end-read
               end-read
           end-if.
           if ws-contact-found = "N"
               display "Contact not on file: " ws-name
               exit paragraph
           end-if.
           perform 076-check-contact-department.
           if ws-violation-reason not = spaces
               exit paragraph
           end-if.
           display "History for contact # " cm-contact-number
                   " " cm-name.
           move 0 to ws-history-count.
           move cm-contact-number to hi-contact-number.
           move low-values to hi-date.
           move low-values to hi-time.
           move 0 to hi-sequence.
           move "NO" to ws-history-eof.
           start history-file key is not less than hi-key
               invalid key
                   move "YES" to ws-history-eof
           end-start.
           perform until ws-history-eof = "YES"
               read history-file next record
                   at end
                       move "YES" to ws-history-eof
                   not at end
                       if hi-contact-number = cm-contact-number
                           perform 355-show-one-history-event
                       else
                           move "YES" to ws-history-eof
                       end-if
               end-read
           end-perform.
           if ws-history-count = 0
               display "  No history on file"
           else
               display "  " ws-history-count " event(s)"
           end-if.
      *
       355-show-one-history-event.
      * One event: when, what and who, then each field whose value
      * the event changed as before -> after. An add has nothing
      * before it and a purge or merge nothing after, so those show
      * every field; a method event shows the method's value
           add 1 to ws-history-count.
           display hi-date " " hi-time " " hi-action
                   " by " hi-operator-id " source " hi-source
                   " batch " hi-batch-number.
           if hi-original-number not = hi-contact-number
               display "    (was contact # " hi-original-number ")"
           end-if.
           if hi-action = "METHOD" or hi-action = "METRMV"
               display "    " hm-after-type ": " hm-before-value
               display "       -> " hm-after-value
               exit paragraph
           end-if.
           if hb-name not = ha-name
               display "    Name:       " hb-name " -> " ha-name
           end-if.
           if hb-email not = ha-email
               display "    Email:      " hb-email
               display "             -> " ha-email
           end-if.
           if hb-phone-number not = ha-phone-number
               display "    Phone:      " hb-phone-number
                       " -> " ha-phone-number
           end-if.
           if hb-department not = ha-department
               display "    Department: " hb-department
                       " -> " ha-department
           end-if.
           if hb-status not = ha-status
                   or hb-term-date not = ha-term-date
               display "    Status:     " hb-status " " hb-term-date
                       " -> " ha-status " " ha-term-date
           end-if.
      *
       360-set-supervisor.
      * Set the contact's supervisor, or clear it when the number
      * is left blank -- filed as a SUPV method carrying the
      * supervisor's contact number, audited and kept on the
      * history like any other method. The supervisor must be an
      * active contact on file who does not already report to the
      * contact, the same rules the batch "S" transaction applies
           if ws-methods-open = "N"
               display "Contact methods not available, "
                       "supervisor not set"
               exit paragraph
           end-if.
           perform 365-get-supervisor-number.
           perform 140-resolve-contact.
           perform 076-check-contact-department.
           if ws-violation-reason not = spaces
               exit paragraph
           end-if.
           if ws-contact-found = "N"
               display "Contact not on file, supervisor not set: "
                       ws-name
               exit paragraph
           end-if.
           move cm-contact-number to me-contact-number.
           move "SUPV" to me-method-type.
           read methods-file
               invalid key
                   move spaces to ws-history-method-before
               not invalid key
                   move me-value to ws-history-method-before
           end-read.
           if ws-supervisor-number = spaces
               perform 368-clear-supervisor
               exit paragraph
           end-if.
           move contact-master-record to ws-supervisor-contact.
           perform 370-validate-supervisor.
           move ws-supervisor-contact to contact-master-record.
           if ws-valid-supervisor = "N"
               display "Rejected: " ws-reject-reason
               exit paragraph
           end-if.
           move cm-contact-number to me-contact-number.
           move "SUPV" to me-method-type.
           move ws-supervisor-number to me-value.
           write contact-method-record
               invalid key
                   rewrite contact-method-record
                       invalid key
                           display "Rewrite failed, supervisor not "
                                   "set: " ws-name
                       not invalid key
                           perform 605-write-method-audit-entry
                           display "Supervisor set: " ws-name
                   end-rewrite
               not invalid key
                   perform 605-write-method-audit-entry
                   display "Supervisor set: " ws-name
           end-write.
      *
       365-get-supervisor-number.
      * Prompt for the supervisor's contact number; blank clears
      * the reporting line
           move spaces to ws-supervisor-number.
           display "Supervisor contact # (blank to clear):".
           accept ws-supervisor-number.
      *
       368-clear-supervisor.
      * Take the SUPV method off the contact
           move cm-contact-number to me-contact-number.
           move "SUPV" to me-method-type.
           delete methods-file
               invalid key
                   display "No supervisor on file for " ws-name
               not invalid key
                   move spaces to me-value
                   perform 605-write-method-audit-entry
                   display "Supervisor cleared: " ws-name
           end-delete.
      *
       370-validate-supervisor.
      * The supervisor must be an active contact on the master, and
      * must not already report -- directly or further up the
      * chain -- to the contact, which would close a loop
           move "Y" to ws-valid-supervisor.
           move spaces to ws-reject-reason.
           if ws-supervisor-number is not numeric
               move "N" to ws-valid-supervisor
               string "Invalid supervisor number"
                       delimited by size into ws-reject-reason
               exit paragraph
           end-if.
           if ws-supervisor-number = ws-supervisor-contact(1:8)
               move "N" to ws-valid-supervisor
               string "Contact cannot supervise itself"
                       delimited by size into ws-reject-reason
               exit paragraph
           end-if.
           move ws-supervisor-number to cm-contact-number.
           read master-file
               invalid key
                   move "N" to ws-valid-supervisor
                   string "Supervisor not on file"
                           delimited by size into ws-reject-reason
                   exit paragraph
           end-read.
           if cm-status = "I"
               move "N" to ws-valid-supervisor
               string "Supervisor is inactive"
                       delimited by size into ws-reject-reason
               exit paragraph
           end-if.
           perform 375-check-reporting-loop.
      *
       375-check-reporting-loop.
      * Walk up from the supervisor through each SUPV method in
      * turn; meeting the contact on the way means the new line
      * would be circular. A chain deeper than any real one is
      * taken as a loop already on file and refused the same way
           move ws-supervisor-number to ws-chain-number.
           move 0 to ws-chain-depth.
           move "N" to ws-chain-end.
           perform until ws-chain-end = "Y"
               move ws-chain-number to me-contact-number
               move "SUPV" to me-method-type
               read methods-file
                   invalid key
                       move "Y" to ws-chain-end
                   not invalid key
                       add 1 to ws-chain-depth
                       if me-value(1:8) = ws-supervisor-contact(1:8)
                               or ws-chain-depth > 100
                           move "Y" to ws-chain-end
                           move "N" to ws-valid-supervisor
                           string "Circular reporting line"
                                   delimited by size
                               into ws-reject-reason
                       else
                           move me-value(1:8) to ws-chain-number
                       end-if
               end-read
           end-perform.
      *
       150-validate-contact.
      * Check the keyed email and phone number for valid shape
       165-validate-department.
      * The keyed department code must be on the department
      * reference table, the same rule the batch path applies
      * -- and must not be a code the reorganization run has
      * retired
           move ws-department to dp-dept-code.
           read dept-file
               invalid key
                       string "Department code not on table"
                               delimited by size into ws-reject-reason
                   end-if
               not invalid key
                   if dp-status = "R"
                       move "N" to ws-valid-dept
                       if ws-reject-reason = spaces
                           perform 166-set-retired-reason
                       end-if
                   end-if
           end-read.
      *
       166-set-retired-reason.
      * A retired code is named as such, with the code its contacts
      * were merged into when there is one
           if dp-successor = spaces
               string "Department code retired"
                       delimited by size into ws-reject-reason
           else
               string "Dept code retired, use "
                       delimited by size
                      dp-successor
                       delimited by size into ws-reject-reason
           end-if.
      *
       160-validate-email.
      * Email must contain an "@" followed later by a "." with at
           move ws-phone-number         to au-phone-number.
           move ws-department           to au-department.
           move "H"                     to au-source.
           move 0                       to au-batch-number.
           write audit-record.
           if ws-history-open = "Y"
               move ws-history-before(9:78)      to hi-before-image
               move contact-master-record(9:78)  to hi-after-image
               perform 630-file-history-record
           end-if.
      *
       605-write-method-audit-entry.
      * Log a contact-method change the way the batch program does
      * -- METHOD files the value shown, METRMV takes the type off
      * the contact -- and file it on the history, the value it
      * replaced before and the value now on file after
           perform 610-set-audit-timestamp.
           move spaces                  to audit-record.
           move ws-operator-id          to au-operator-id.
           move ws-audit-date           to au-date.
           move ws-audit-time           to au-time.
           if me-value = spaces
               move "METRMV"            to au-action
           else
               move "METHOD"            to au-action
           end-if.
           move me-contact-number       to au-contact-number.
           move cm-name                 to am-name.
           move me-method-type          to am-method-type.
           move me-value                to am-value.
           move "H"                     to am-source.
           move 0                       to am-batch-number.
           write audit-record.
           if ws-history-open = "Y"
               move spaces                   to history-record
               move me-method-type           to hm-before-type
               move ws-history-method-before to hm-before-value
               move me-method-type           to hm-after-type
               move me-value                 to hm-after-value
               perform 630-file-history-record
           end-if.
      *
       630-file-history-record.
      * Key the history record from the audit record just written
      * and file it, stepping the sequence past any other event
      * filed for the contact in the same second
           move au-contact-number       to hi-contact-number.
           move au-contact-number       to hi-original-number.
           move au-date                 to hi-date.
           move au-time                 to hi-time.
           move au-action               to hi-action.
           move au-operator-id          to hi-operator-id.
           move au-source               to hi-source.
           move au-batch-number         to hi-batch-number.
           move 1 to hi-sequence.
           move "N" to ws-history-written.
           perform until ws-history-written = "Y"
               write history-record
                   invalid key
                       if hi-sequence = 9999
                           move "Y" to ws-history-written
                           display "History not filed for contact "
                                   hi-contact-number
                       else
                           add 1 to hi-sequence
                       end-if
                   not invalid key
                       move "Y" to ws-history-written
               end-write
           end-perform.
      *
       610-set-audit-timestamp.
      * Format today's date and the current time for the audit record
