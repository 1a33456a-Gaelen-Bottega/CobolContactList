      *    name cross-reference -- so a transaction or HR row
      *    still arriving under the old name is applied to the
      *    survivor instead of bouncing or re-creating the double.
      *    The duplicate's events on the contact history are
      *    re-keyed under the survivor, so its history stays
      *    findable under the one contact left.
      *    Run on the operator's decision; refuses to start while
      *    the master run lock is held, or for an operator the
      *    security table does not allow to run it or to work in
      *    both contacts' departments.
      *
       environment division.
       configuration section.
               assign to CNTLAUD
               organization is line sequential
               file status is ws-audit-status.
      * The contact history -- every audited event again, keyed by
      * contact number and timestamp with before and after images
      * -- assigned to the CNTLHIST ddname
           select history-file
               assign to CNTLHIST
               organization is indexed
               access mode is dynamic
               record key is hi-key
               file status is ws-history-status.
      * The master-file run lock -- a merge never runs against a
      * master the nightly batch is updating -- assigned to the
      * CNTLLOCK ddname
           select report-file
               assign to MRGRPT
               organization is line sequential.
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
      * the writing programs' declaration byte for byte
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
      * The same record as a contact-method entry writes it --
      * must match the batch program's method view byte for byte
       01 audit-method-record.
         05 filler                      pic X(40).
         05 am-name                     pic X(20).
         05 am-method-type              pic X(4).
         05 am-value                    pic X(40).
         05 filler                      pic X(3).
         05 am-source                   pic X(1).
         05 am-batch-number             pic 9(6).
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
      * Declare the layout of the run-lock record -- must match
      * the maintaining programs' declaration byte for byte
       fd lock-file
           data record is report-line
           record contains 80 characters.
       01 report-line                   pic X(80).
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
      *
       working-storage section.
      * File status fields
       01 ws-methods-status          pic XX.
       01 ws-xref-status             pic XX.
       01 ws-audit-status            pic XX.
       01 ws-history-status          pic XX.
       01 ws-lock-file-status        pic XX.
       01 ws-parm-status             pic XX.
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
      * EOF flags for the parm deck and the methods sweep
       01 ws-parm-eof                pic X(3)
                 value "NO".
       01 ws-methods-eof             pic X(3)
                 value "NO".
      * EOF flag for the history re-key sweep, the switch that
      * ends the hunt for a free sequence number when filing into
      * the history, and the history record held across the
      * delete and re-write of a re-keyed event
       01 ws-history-eof             pic X(3)
                 value "NO".
       01 ws-history-written         pic X(1).
       01 ws-history-work            pic X(215).
      * The duplicate's master record as it stood before the merge
      * deleted it -- the before image of the merge event
       01 ws-history-before          pic X(86).
      * The survivor and duplicate named on the parameter cards
       01 ws-survivor-name           pic X(20)
                 value spaces.
      * held for the audit entry while its record is deleted
       01 ws-survivor-number         pic 9(8)
                 value 0.
       01 ws-survivor-department     pic X(5)
                 value spaces.
       01 ws-duplicate-number        pic 9(8)
                 value 0.
       01 ws-dup-contact.
                 value 0.
       01 ws-methods-dropped         pic 9(6)
                 value 0.
       01 ws-history-rekeyed         pic 9(6)
                 value 0.
      * Operator ID the audit trail charges the merge to
       01 ws-operator-id               pic X(8)
                 value spaces.
               move 12 to return-code
               goback
           end-if.
      * Only an operator the security table allows to run the merge
           perform 070-check-operator-authority.
           if ws-violation-reason not = spaces
               display "Merge refused - " ws-violation-reason
               if ws-operator-open = "Y"
                   close operator-file
               end-if
               move 12 to return-code
               goback
           end-if.
      * Never merge under a running batch cycle or another
      * maintenance session
           perform 020-check-run-lock.
           if ws-merge-ok = "N"
               close operator-file
               move 12 to return-code
               goback
           end-if.
           if ws-master-status not = "00"
               display "Contact master not available, status "
                       ws-master-status
               close operator-file
               move 12 to return-code
               goback
           end-if.
               display "Contact methods not available, status "
                       ws-methods-status
               close master-file
               close operator-file
               move 12 to return-code
               goback
           end-if.
           perform 030-open-xref-file.
           perform 055-open-audit-file.
           perform 059-open-history-file.
           open output report-file.
           perform 040-write-heading.
      * Resolve both names, then consolidate
           perform 100-resolve-the-pair.
           if ws-merge-ok = "Y"
               perform 150-check-pair-departments
           end-if.
           if ws-merge-ok = "Y"
               perform 200-move-duplicate-methods
               perform 300-retire-duplicate
           end-if.
           close report-file.
           close audit-file.
           close history-file.
           close xref-file.
           close methods-file.
           close master-file.
           close operator-file.
           if ws-merge-ok = "N"
               move 12 to return-code
           end-if.
               end-perform
               close parm-file
           end-if.
      *
       070-check-operator-authority.
      * The operator running the job must be on the security table,
      * not suspended, with this program among their utilities; a
      * table that cannot be read refuses the run the same as a
      * missing entry, and every refusal is logged
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
           if ws-violation-reason = spaces
               move "Program not authorized" to ws-violation-reason
               perform varying ws-auth-idx from 1 by 1
                       until ws-auth-idx > 10
                   if op-program(ws-auth-idx) = "A1CNTMRG"
                       move spaces to ws-violation-reason
                   end-if
               end-perform
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
           move "A1CNTMRG" to sv-program.
           move ws-auth-command to sv-command.
           move ws-auth-department to sv-department.
           move ws-auth-contact to sv-contact-number.
           move ws-auth-name to sv-name.
           move ws-violation-reason to sv-reason.
           write violation-record.
           close violation-file.
      *
       020-check-run-lock.
      * A held lock -- batch cycle or helpdesk session -- refuses
               close audit-file
               open extend audit-file
           end-if.
      *
       059-open-history-file.
      * Open (or, on the first ever run, create) the contact
      * history, the same bootstrap the master files use
           open i-o history-file.
           if ws-history-status = "35"
               open output history-file
               close history-file
               open i-o history-file
           end-if.
      *
       100-resolve-the-pair.
      * Both names must be on file, and must not resolve to the
                   display "Survivor not on file: " ws-survivor-name
               not invalid key
                   move cm-contact-number to ws-survivor-number
                   move cm-department to ws-survivor-department
           end-read.
           if ws-merge-ok = "N"
               exit paragraph
               into ws-dl-extra
           end-string.
           write report-line from ws-detail-line.
      *
       150-check-pair-departments.
      * The operator must be allowed to work in the departments of
      * both the survivor and the duplicate; a refusal is logged
      * and listed, and nothing is merged
           move spaces to ws-auth-command.
           move ws-survivor-department to ws-auth-department.
           move ws-survivor-number to ws-auth-contact.
           move ws-survivor-name to ws-auth-name.
           perform 072-check-department-authority.
           if ws-violation-reason = spaces
               move ws-dup-department to ws-auth-department
               move ws-duplicate-number to ws-auth-contact
               move ws-duplicate-name to ws-auth-name
               perform 072-check-department-authority
           end-if.
           if ws-violation-reason not = spaces
               move "N" to ws-merge-ok
               perform 078-log-violation
               move spaces to report-line
               string "REFUSED: " delimited by size
                      ws-violation-reason delimited by size
                      " - " delimited by size
                      ws-auth-department delimited by size
                   into report-line
               end-string
               write report-line
               display "Merge refused - " ws-violation-reason
                       " " ws-auth-department
           end-if.
      *
       200-move-duplicate-methods.
      * Re-key every method filed under the duplicate onto the
                   end-write
               not invalid key
                   add 1 to ws-methods-moved
                   perform 605-write-method-audit-entry
                   move "METHOD MOVED:" to ws-dl-label
                   move ws-survivor-name to ws-dl-name
                   move ws-mw-method-type to ws-dl-extra
                           ws-duplicate-name
                   exit paragraph
           end-read.
           move contact-master-record to ws-history-before.
           delete master-file
               invalid key
                   move "N" to ws-merge-ok
           end-delete.
           move "MERGE " to ws-audit-action.
           perform 600-write-audit-entry.
           perform 320-rekey-duplicate-history.
           perform 610-set-audit-timestamp.
           move ws-duplicate-name to xr-old-name.
           move ws-survivor-number to xr-contact-number.
               into ws-dl-extra
           end-string.
           write report-line from ws-detail-line.
      *
       320-rekey-duplicate-history.
      * Move every event on the contact history filed under the
      * duplicate -- the merge event just filed included -- over
      * to the survivor, each keeping the duplicate's number as its
      * original number. Each event re-keyed is deleted from under
      * the duplicate, so the sweep restarts at the duplicate's
      * first key until none is left
           move "NO" to ws-history-eof.
           perform until ws-history-eof = "YES"
               move ws-duplicate-number to hi-contact-number
               move low-values to hi-date
               move low-values to hi-time
               move 0 to hi-sequence
               start history-file key is not less than hi-key
                   invalid key
                       move "YES" to ws-history-eof
               end-start
               if ws-history-eof = "NO"
                   read history-file next record
                       at end
                           move "YES" to ws-history-eof
                       not at end
                           if hi-contact-number = ws-duplicate-number
                               perform 325-rekey-one-history-event
                           else
                               move "YES" to ws-history-eof
                           end-if
                   end-read
               end-if
           end-perform.
           if ws-history-rekeyed > 0
               move "HISTORY RE-KEYED:" to ws-dl-label
               move ws-duplicate-name to ws-dl-name
               move spaces to ws-dl-extra
               string "NOW UNDER CONTACT # " delimited by size
                      ws-survivor-number delimited by size
                   into ws-dl-extra
               end-string
               write report-line from ws-detail-line
           end-if.
      *
       325-rekey-one-history-event.
      * Take one event out from under the duplicate and file it
      * again under the survivor
           move history-record to ws-history-work.
           delete history-file
               invalid key
                   move "YES" to ws-history-eof
                   display "History event not re-keyed for "
                           ws-duplicate-name
                   exit paragraph
           end-delete.
           move ws-history-work to history-record.
           move ws-survivor-number to hi-contact-number.
           perform 635-write-history-record.
           add 1 to ws-history-rekeyed.
      *
       500-write-summary.
      * Close the report with the counts that frame the merge
           move "METHODS DROPPED (COLLIDED):" to ws-sl-label.
           move ws-methods-dropped to ws-sl-count.
           write report-line from ws-summary-line.
           move "HISTORY EVENTS RE-KEYED:" to ws-sl-label.
           move ws-history-rekeyed to ws-sl-count.
           write report-line from ws-summary-line.
      *
       600-write-audit-entry.
      * Log the merge -- charged to the retired record's number
           move ws-dup-phone-number     to au-phone-number.
           move ws-dup-department       to au-department.
           move "B"                     to au-source.
           move 0                       to au-batch-number.
           write audit-record.
           move ws-history-before(9:78)      to hi-before-image.
           move spaces                       to hi-after-image.
           perform 630-file-history-record.
      *
       605-write-method-audit-entry.
      * Log a method moved onto the survivor as a METHOD entry
      * under the survivor's number -- the merge entry itself only
      * retires the duplicate, so without this a replay of the
      * trail would lose the methods the merge exists to save
           perform 610-set-audit-timestamp.
           move spaces                  to audit-record.
           move ws-operator-id          to au-operator-id.
           move ws-audit-date           to au-date.
           move ws-audit-time           to au-time.
           move "METHOD"                to au-action.
           move ws-survivor-number      to au-contact-number.
           move ws-survivor-name        to am-name.
           move ws-mw-method-type       to am-method-type.
           move ws-mw-value             to am-value.
           move "B"                     to am-source.
           move 0                       to am-batch-number.
           write audit-record.
           move spaces                  to history-record.
           move ws-mw-method-type       to hm-after-type.
           move ws-mw-value             to hm-after-value.
           perform 630-file-history-record.
      *
       630-file-history-record.
      * Key the history record from the audit record just written
      * and file it
           move au-contact-number       to hi-contact-number.
           move au-contact-number       to hi-original-number.
           move au-date                 to hi-date.
           move au-time                 to hi-time.
           move au-action               to hi-action.
           move au-operator-id          to hi-operator-id.
           move au-source               to hi-source.
           move au-batch-number         to hi-batch-number.
           perform 635-write-history-record.
      *
       635-write-history-record.
      * File the history record at its timestamp, stepping the
      * sequence past any other event filed for the contact in the
      * same second
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
