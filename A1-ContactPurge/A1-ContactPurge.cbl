      *    date on the parameter card, sweeps the contact-method
      *    records filed under the purged name, writes a PURGE
      *    action to the shared audit trail for each one, and
      *    prints a listing of what was purged. The purge is
      *    filed on the contact history too, with the contact as
      *    it stood before it went. Run on the
      *    operator's decision, never on the nightly schedule;
      *    refuses to start while the master run lock is held, so
      *    a physical delete sweep can never collide with a live
      *    batch cycle or helpdesk session. Only an operator the
      *    security table allows to run the purge may start it, and
      *    only contacts in departments the operator may work in
      *    are purged -- the rest are left and counted.
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
      * The master-file run lock -- a purge never runs against a
      * master the nightly batch or a helpdesk session is
      * updating -- assigned to the CNTLLOCK ddname
           select report-file
               assign to PURGRPT
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
       01 ws-master-status           pic XX.
       01 ws-methods-status          pic XX.
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
      * Set when the run lock is already held -- the purge
      * refuses to start rather than sweep under a live cycle
       01 ws-lock-refused            pic X(1)
         05 ws-phone-number            pic X(12).
         05 ws-department              pic X(5).
         05 ws-term-date               pic X(10).
      * The whole master record as it stood before the delete --
      * the before image of the purge on the contact history -- and
      * the switch that ends the hunt for a free sequence number
      * when filing it there
       01 ws-history-before          pic X(86).
       01 ws-history-written         pic X(1).
      * Counts for the purge summary
       01 ws-master-read             pic 9(6)
                 value 0.
                 value 0.
       01 ws-methods-purged          pic 9(6)
                 value 0.
       01 ws-outside-departments     pic 9(6)
                 value 0.
      * Operator ID the audit trail charges each purge to, pulled
      * from the OS user running the job
       01 ws-operator-id               pic X(8)
               move 12 to return-code
               goback
           end-if.
      * Only an operator the security table allows to run the purge
           perform 070-check-operator-authority.
           if ws-violation-reason not = spaces
               display "Purge refused - " ws-violation-reason
               if ws-operator-open = "Y"
                   close operator-file
               end-if
               move 12 to return-code
               goback
           end-if.
      * Never sweep under a running batch cycle or a helpdesk
      * maintenance session
           perform 015-check-run-lock.
           if ws-lock-refused = "Y"
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
      * Append to the shared audit trail so the purge history sits
      * alongside every other touch on the master
           perform 055-open-audit-file.
           perform 059-open-history-file.
           open output report-file.
           perform 020-write-heading.
      * Walk the whole master and purge every contact inactive
           perform 500-write-summary.
           close report-file.
           close audit-file.
           close history-file.
           if ws-methods-open = "Y"
               close methods-file
           end-if.
           close master-file.
           close operator-file.
           goback.
      *
       010-read-parm-card.
               end-read
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
                   if op-program(ws-auth-idx) = "A1CNTPRG"
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
           move "A1CNTPRG" to sv-program.
           move ws-auth-command to sv-command.
           move ws-auth-department to sv-department.
           move ws-auth-contact to sv-contact-number.
           move ws-auth-name to sv-name.
           move ws-violation-reason to sv-reason.
           write violation-record.
           close violation-file.
      *
       015-check-run-lock.
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
       100-purge-master-pass.
      * Walk the master from the beginning; a contact inactive
                       if cm-status = "I"
                           if cm-term-date not = spaces
                                   and cm-term-date < ws-cutoff-date
                               perform 150-check-contact-department
                           else
                               add 1 to ws-inactive-kept
                           end-if
                       end-if
               end-read
           end-perform.
      *
       150-check-contact-department.
      * A contact past retention is purged only when the operator
      * may work in its department; one outside their departments
      * is left for an operator who may, and counted
           move cm-department to ws-auth-department.
           perform 072-check-department-authority.
           if ws-violation-reason = spaces
               perform 200-purge-one-contact
           else
               add 1 to ws-outside-departments
           end-if.
      *
       200-purge-one-contact.
      * Physically remove the contact just read: hold the fields,
           move cm-phone-number   to ws-phone-number.
           move cm-department     to ws-department.
           move cm-term-date      to ws-term-date.
           move contact-master-record to ws-history-before.
           delete master-file
               invalid key
                   display "Delete failed, not purged: " ws-name
           move "INACTIVE INSIDE RETENTION:" to ws-sl-label.
           move ws-inactive-kept to ws-sl-count.
           write report-line from ws-summary-line.
           move "OUTSIDE OPERATOR'S DEPTS:" to ws-sl-label.
           move ws-outside-departments to ws-sl-count.
           write report-line from ws-summary-line.
      *
       600-write-audit-entry.
      * Log who purged which contact and when, for the audit trail
           move ws-phone-number         to au-phone-number.
           move ws-department           to au-department.
           move "B"                     to au-source.
           move 0                       to au-batch-number.
           write audit-record.
           move ws-history-before(9:78)      to hi-before-image.
           move spaces                       to hi-after-image.
           perform 630-file-history-record.
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
