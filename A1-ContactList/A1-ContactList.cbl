               assign to CNTLEXCP
               organization is line sequential
               file status is ws-exceptions-status.
      * The exception suspense file -- every row 150-validate-contact
      * rejects is also held here whole, keyed by suspense number,
      * until its owner supplies corrected values through the
      * suspense program; corrected items re-enter through this
      * run's normal processing path -- assigned to the CNTLSUSP
      * ddname
           select suspense-file
               assign to CNTLSUSP
               organization is indexed
               access mode is dynamic
               record key is su-suspense-number
               file status is ws-suspense-status.
      * Names/emails that match a contact already on file are logged
      * here instead of being written a second time -- assigned to
      * the CNTLDUPS ddname
           select csv-file
               assign to CNTLCSV
               organization is line sequential.
      * The contact bounce file the bounce-back program keeps --
      * read only to hold contacts whose email has been flagged
      * undeliverable off the CSV feed -- assigned to the CNTLBNCE
      * ddname
           select bounce-file
               assign to CNTLBNCE
               organization is indexed
               access mode is dynamic
               record key is bn-contact-number
               file status is ws-bounce-status.
      * Work file used to sort the master file into department/name
      * order for the grouped report's control breaks -- an internal
      * SORT work file, not a caller-supplied dataset, so it keeps its
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
      * Runtime parameter card deck: a department code, a name
      * range or ALL to restrict the report and CSV, and REPORTONLY
      * to reprint without a transaction cycle -- assigned to the
         05 ir-name                    pic X(20).
         05 ir-new-name                pic X(20).
         05 filler                     pic X(37).
      * Alternate view of the same record as a supervisor row ("S"
      * sets the contact's supervisor, or clears it when blank) --
      * the supervisor's contact number rides in columns 22-29
       01 input-supervisor-record.
         05 is-trans-code              pic X(1).
         05 is-name                    pic X(20).
         05 is-supervisor-number       pic X(8).
         05 filler                     pic X(49).
      * Alternate view of the same record as a department table
      * row ("U" adds or replaces a department) -- the code, full
      * name and owning manager ride where the contact fields sit
      * Declare the layout of a department reference record
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
      * Sort work file used to group the report by department
       sd sort-work-file
           data record is sort-work-record.
         05 ex-department              pic X(5).
         05 ex-reason                  pic X(32).
         05 ex-run-date                pic X(10).
      * Declare the layout of a suspense item -- must match the
      * suspense program's declaration byte for byte: the rejected
      * row whole as it was processed, the date it was meant to
      * take effect, when and why it was rejected, and the owner's
      * corrections waiting to re-enter. Status "O" is open
      * (awaiting correction), "C" corrected (re-enters on the next
      * nightly run), "R" re-entered
       fd suspense-file
           data record is suspense-record
           record contains 214 characters.
       01 suspense-record.
         05 su-suspense-number         pic 9(8).
         05 su-transaction             pic X(78).
         05 su-effective-date          pic X(10).
         05 su-reject-date             pic X(10).
         05 su-reject-reason           pic X(32).
         05 su-status                  pic X(1).
         05 su-corr-email              pic X(30).
         05 su-corr-phone-number       pic X(12).
         05 su-corr-department         pic X(5).
         05 su-corrected-by            pic X(8).
         05 su-corrected-date          pic X(10).
         05 su-resolved-date           pic X(10).
      * Declare the layout of a duplicate-contact log record --
      * run-date stamped for the same aging reason
       fd duplicates-file
           data record is csv-line
           record contains 100 characters.
       01 csv-line                      pic X(100).
      * Declare the layout of a contact's bounce record -- must
      * match the bounce-back program's declaration byte for byte
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
      * Declare the layout of a runtime parameter card
       fd parm-file
           data record is parm-record
      * contact number and the contact's after-image alongside who
      * touched it and when, so the audit history alone is enough
      * to replay the master file forward from a backup generation,
      * and a contact's history can be followed through a rename;
      * the batch number of the feed behind each action lets a
      * restore back that one feed out again
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
      * The same record as a contact-method entry writes it: the
      * method type and value take the place of the email, phone
      * and department after-image, under the same who/when/which
      * contact prefix and the same source and batch number
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
      *
       working-storage section.
      * Flag to tell us when the input transaction file is exhausted
       01 ws-checkpoint-status       pic XX.
      * File status for the audit trail file
       01 ws-audit-status            pic XX.
      * File status for the contact history, and the switch that
      * ends the hunt for a free sequence number when filing into it
       01 ws-history-status          pic XX.
       01 ws-history-written         pic X(1).
      * The contact as it stood before the event being audited, and
      * the method value it replaced -- the history's before images
       01 ws-history-before          pic X(86).
       01 ws-history-method-before   pic X(40).
      * File status for the exceptions report and the duplicates log
       01 ws-exceptions-status        pic XX.
       01 ws-duplicates-status        pic XX.
      * File status for the exception suspense file, its EOF flag
      * for the re-entry pass, the next suspense number to hand
      * out, and the flag held while a corrected item re-enters
      * (a re-entered item rejected again reopens itself rather
      * than filing a second item), and the counters taken before
      * the item re-enters, to tell what became of it
       01 ws-suspense-status          pic XX.
       01 ws-suspense-eof             pic X(3)
                 value "NO".
       01 ws-next-suspense-number     pic 9(8)
                 value 1.
       01 ws-suspense-reentry         pic X(1)
                 value "N".
       01 ws-susp-before-rejected     pic 9(6)
                 value 0.
       01 ws-susp-before-applied      pic 9(6)
                 value 0.
       01 ws-susp-after-applied       pic 9(6)
                 value 0.
       01 ws-susp-before-parked       pic 9(6)
                 value 0.
       01 ws-susp-before-dups         pic 9(6)
                 value 0.
       01 ws-susp-before-notfound     pic 9(6)
                 value 0.
      * File status for the applied-batch register, and the EOF
      * flag for its scan
       01 ws-batch-status             pic XX.
         05 ws-rr-name                 pic X(20).
         05 ws-rr-new-name             pic X(20).
         05 filler                     pic X(37).
       01 ws-raw-supervisor-view redefines ws-raw-transaction.
         05 ws-rs-trans-code           pic X(1).
         05 ws-rs-name                 pic X(20).
         05 ws-rs-supervisor-number    pic X(8).
         05 filler                     pic X(49).
      * File status for the next-contact-number control file, the
      * next number waiting to be assigned, and the scan flag for
      * the fallback that rebuilds it from the master's highest
                 value "N".
       01 ws-xref-found                pic X(1)
                 value "N".
      * File status for the contact bounce file, whether it opened
      * (it only exists once the bounce-back program has run), the
      * flag 498-check-email-held sets for the contact in hand, and
      * how many contacts it held off the CSV feed
       01 ws-bounce-status             pic XX.
       01 ws-bounce-open               pic X(1)
                 value "N".
       01 ws-email-held                pic X(1)
                 value "N".
       01 ws-csv-held                  pic 9(6)
                 value 0.
      * The new name carried on a rename row, and the resolved
      * contact number held while the rename re-reads the record
       01 ws-new-name                  pic X(20)
                 value spaces.
       01 ws-work-number               pic 9(8)
                 value 0.
      * The supervisor's contact number carried on a supervisor row,
      * the contact as resolved (held while the supervisor and the
      * chain above them are read), the flag 295-validate-supervisor
      * sets, and the walk up the chain looking for the contact
       01 ws-supervisor-number         pic X(8)
                 value spaces.
       01 ws-supervisor-contact        pic X(86)
                 value spaces.
       01 ws-valid-supervisor          pic X(1)
                 value "Y".
       01 ws-chain-number              pic X(8)
                 value spaces.
       01 ws-chain-depth               pic 9(3)
                 value 0.
       01 ws-chain-end                 pic X(1)
                 value "N".
      * Today as YYYY-MM-DD, the yardstick a row's effective date is
      * held against, and the flag 205-check-effective-date sets for
      * the row in hand
         05 ws-deferred-applied        pic 9(6) value 0.
         05 ws-deferred-failed         pic 9(6) value 0.
         05 ws-xref-redirects          pic 9(6) value 0.
         05 ws-suspense-opened         pic 9(6) value 0.
         05 ws-suspense-reentered      pic 9(6) value 0.
         05 ws-suspense-rerejected     pic 9(6) value 0.
      * Condition-code policy for the job: 0 = clean, 4 = warning
      * (something was rejected, duplicated, not found or invalid),
      * 8 = error (the batch's reject rate passed the threshold, so
      * the activity statistics keep the split honest
       01 ws-audit-source              pic X(1)
                 value "B".
      * Batch number of the feed that caused the action -- zero
      * for the deferred helpdesk entries and the released parked
      * rows, which were not part of tonight's feed -- so a restore
      * can back one bad feed out of the audit trail
       01 ws-audit-batch               pic 9(6)
                 value 0.
       01 ws-audit-date                pic X(10)
                 value spaces.
       01 ws-audit-time                pic X(8)
               move 16 to return-code
               goback
           end-if.
      * Open (or, on the first ever run, create) the exception
      * suspense file, where rejected rows wait for correction --
      * only once the lock is held, so the correction program never
      * updates an item this cycle is about to re-enter
           perform 058-open-suspense-file.
      * Open (or, on the first ever run, create) the contact master
           perform 050-open-master-file.
      * Open (or, on the first ever run, create) the contact-methods
      * Open the audit trail of every add/change/delete, appending to
      * whatever history prior runs have already written
           perform 055-open-audit-file.
      * Open the contact history the same bootstrapping way; every
      * audited event is filed there too, keyed by contact number
           perform 059-open-history-file.
      * Open the pending-transaction carry file the same appending
      * way, for the same restart reason -- a row parked before an
      * abend must survive the restart
      * under each entry's original operator, with the morning
      * listing saying what became of each one
           perform 047-apply-deferred-queue.
           move ws-batch-number to ws-audit-batch.
           perform 070-skip-checkpointed-records.
      * Prime the read and loop a transaction at a time until
      * the input file is exhausted
      * and apply them through the same processing path; the rows
      * still future-dated are carried forward on the pending-out
      * file for the job to copy back over CNTLPEND
           move 0 to ws-audit-batch.
           perform 045-process-pending-file.
      * Re-present the suspense items their owners have corrected
      * through the same processing path; an item rejected again
      * goes back to open with the new reason
           perform 042-reenter-corrected-suspense.
           close pending-out-file.
      * The whole batch made it to the master file, so the
      * checkpoint no longer needs to skip anything on the next run,
           perform 092-clear-deferred-queue.
           close exceptions-file.
           close duplicates-file.
           close suspense-file.
           close audit-file.
           close history-file.
      * Produce the printed contact list from the master file
           perform 500-generate-report.
           if ws-xref-open = "Y"
               perform 200-process-transaction
           end-if.
           perform 080-advance-checkpoint.
      *
       042-reenter-corrected-suspense.
      * Walk the suspense file for the items an owner has
      * corrected: each re-enters through 200-process-transaction
      * exactly as a pending row released tonight does. The item's
      * own status is the restart protection -- one already
      * re-entered before an abend is status "R" and passed over
      * -- so this pass takes no part in the checkpoint
           move low-values to su-suspense-number.
           move "NO" to ws-suspense-eof.
           start suspense-file key is not less than su-suspense-number
               invalid key
                   move "YES" to ws-suspense-eof
           end-start.
           perform until ws-suspense-eof = "YES"
               read suspense-file next record
                   at end
                       move "YES" to ws-suspense-eof
                   not at end
                       if su-status = "C"
                           perform 043-reenter-one-suspense-item
                       end-if
               end-read
           end-perform.
      *
       043-reenter-one-suspense-item.
      * Lay the owner's corrected values over the original row --
      * a blank correction keeps the original value -- and process
      * it under tonight's run date. Only an item that applied, or
      * was parked to apply on its effective date, is closed as
      * re-entered; one rejected again, logged as a duplicate, not
      * found on the master, or refused by the file goes back to
      * open carrying the reason, for its owner to look at again
           move su-transaction to ws-raw-transaction.
           if su-corr-email not = spaces
               move su-corr-email to ws-rt-email
           end-if.
           if su-corr-phone-number not = spaces
               move su-corr-phone-number to ws-rt-phone-number
           end-if.
           if su-corr-department not = spaces
               move su-corr-department to ws-rt-department
           end-if.
           perform 105-extract-transaction-fields.
           move ws-rows-rejected to ws-susp-before-rejected.
           move ws-pending-parked to ws-susp-before-parked.
           move ws-dups-logged to ws-susp-before-dups.
           move ws-notfound-changes to ws-susp-before-notfound.
           compute ws-susp-before-applied =
               ws-adds-applied + ws-changes-applied
               + ws-deletes-applied + ws-reinstates-applied.
           move "Y" to ws-suspense-reentry.
           perform 200-process-transaction.
           move "N" to ws-suspense-reentry.
           compute ws-susp-after-applied =
               ws-adds-applied + ws-changes-applied
               + ws-deletes-applied + ws-reinstates-applied.
           if ws-susp-after-applied > ws-susp-before-applied
                   or ws-pending-parked > ws-susp-before-parked
               move "R" to su-status
               move ws-run-date-iso to su-resolved-date
               add 1 to ws-suspense-reentered
           else
               move "O" to su-status
               evaluate true
                   when ws-rows-rejected > ws-susp-before-rejected
                       move ws-reject-reason to su-reject-reason
                   when ws-dups-logged > ws-susp-before-dups
                       move "Duplicate of a contact on file"
                           to su-reject-reason
                   when ws-notfound-changes > ws-susp-before-notfound
                       move "Contact not on file"
                           to su-reject-reason
                   when other
                       move "Apply failed - see job log"
                           to su-reject-reason
               end-evaluate
               add 1 to ws-suspense-rerejected
           end-if.
           rewrite suspense-record
               invalid key
                   add 1 to ws-apply-failures
                   display "Suspense item not updated: "
                           su-suspense-number
           end-rewrite.
      *
       048-take-run-lock.
      * Read whoever holds the master now. Another batch cycle
       047-apply-deferred-queue.
      * Walk the deferred-maintenance queue the helpdesk filled
      * while the lock was held: each entry replays through the
      * same add/change/deactivate/reinstate/supervisor paragraphs
      * a transaction row takes, audited under the operator who
      * keyed it, checkpointed like every other row so a restart
      * never applies one twice. The morning listing records what
      * became of each entry
               write deferred-report-line from ws-defr-detail-line
               exit paragraph
           end-if.
           move dq-command      to ws-trans-code.
           move dq-name         to ws-name.
           move dq-email         to ws-email.
           move dq-phone-number  to ws-phone-number.
           move dq-department    to ws-department.
           move spaces           to ws-effective-date.
           move dq-email(1:8)    to ws-supervisor-number.
           move ws-operator-id to ws-saved-operator-id.
           move dq-operator-id to ws-operator-id.
           move "H" to ws-audit-source.
           compute ws-def-before-applied =
               ws-adds-applied + ws-changes-applied
               + ws-deletes-applied + ws-reinstates-applied
               + ws-methods-applied + ws-methods-removed.
           evaluate dq-command
               when "A"
                   perform 210-add-contact
                   perform 230-delete-contact
               when "R"
                   perform 260-reinstate-contact
               when "S"
                   perform 290-assign-supervisor
               when other
                   display "Invalid deferred command for "
                           dq-name
           move "B" to ws-audit-source.
           compute ws-def-after-applied =
               ws-adds-applied + ws-changes-applied
               + ws-deletes-applied + ws-reinstates-applied
               + ws-methods-applied + ws-methods-removed.
           if ws-def-after-applied > ws-def-before-applied
               add 1 to ws-deferred-applied
               move "APPLIED" to ws-df-disposition
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
       057-open-pending-out-file.
      * Append to the pending-out carry file so rows parked before
               close pending-out-file
               open extend pending-out-file
           end-if.
      *
       058-open-suspense-file.
      * Same first-run bootstrap as the master file, then find the
      * highest suspense number already handed out so the items
      * filed tonight continue the sequence
           open i-o suspense-file.
           if ws-suspense-status = "35"
               open output suspense-file
               close suspense-file
               open i-o suspense-file
           end-if.
           move 1 to ws-next-suspense-number.
           move low-values to su-suspense-number.
           move "NO" to ws-suspense-eof.
           start suspense-file key is not less than su-suspense-number
               invalid key
                   move "YES" to ws-suspense-eof
           end-start.
           perform until ws-suspense-eof = "YES"
               read suspense-file next record
                   at end
                       move "YES" to ws-suspense-eof
                   not at end
                       if su-suspense-number >= ws-next-suspense-number
                           compute ws-next-suspense-number =
                               su-suspense-number + 1
                       end-if
               end-read
           end-perform.
      *
       062-read-contact-number.
      * Read the next unassigned contact number; if the control
           move ws-du-dept-name    to ws-dept-name.
           move ws-du-manager      to ws-dept-manager.
           move ws-rr-new-name     to ws-new-name.
           move ws-rs-supervisor-number to ws-supervisor-number.
      *
       200-process-transaction.
      * Route the transaction to the matching add/change/delete
                   perform 250-remove-contact-method
               when "U"
                   perform 270-apply-department
               when "S"
                   perform 290-assign-supervisor
               when other
                   add 1 to ws-invalid-codes
                   display "Invalid transaction code for "
                       not invalid key
                           add 1 to ws-adds-applied
                           move cm-contact-number to ws-audit-number
                           move spaces to ws-history-before
                           move "ADD   "       to ws-audit-action
                           perform 600-write-audit-entry
                   end-write
                   end-read
               end-if
           end-if.
      * Hold the contact as found, the before image of whatever the
      * transaction goes on to do to it
           if ws-contact-found = "Y"
               move contact-master-record to ws-history-before
           end-if.
      *
       145-check-retired-name.
      * One keyed read of the cross-reference for the name in hand
           if ws-valid-email = "N" or ws-valid-phone = "N"
                   or ws-valid-dept = "N"
               perform 180-write-exception
               if ws-suspense-reentry = "N"
                   perform 185-write-suspense-item
               end-if
           end-if.
      *
       165-validate-department.
      * The row's department code must be on the department
      * reference table -- free-text codes are how IT, I.T. and
      * INFOT ended up as three departments
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
                       add 1 to ws-bad-departments
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
           move ws-audit-date           to ex-run-date.
           write exceptions-record.
           add 1 to ws-rows-rejected.
      *
       185-write-suspense-item.
      * Hold the rejected row on the suspense file under the next
      * suspense number, open for its owner to correct. The row is
      * filed as processed -- the same 78 bytes the transaction
      * layout carries, built from the work area so a deferred
      * helpdesk entry files just as a feed row does -- with the
      * date it was meant to take effect (tonight, when it carried
      * none)
           move spaces to suspense-record.
           move ws-next-suspense-number to su-suspense-number.
           move ws-contact to su-transaction.
           if ws-effective-date = spaces
               move ws-run-date-iso to su-effective-date
           else
               move ws-effective-date to su-effective-date
           end-if.
           move ws-run-date-iso to su-reject-date.
           move ws-reject-reason to su-reject-reason.
           move "O" to su-status.
           write suspense-record
               invalid key
                   add 1 to ws-apply-failures
                   display "Suspense item not filed for " ws-name
               not invalid key
                   add 1 to ws-next-suspense-number
                   add 1 to ws-suspense-opened
           end-write.
      *
       230-delete-contact.
      * A contact who has left is marked inactive, stamped with the
           move ws-dept-code    to dp-dept-code.
           move ws-dept-name    to dp-dept-name.
           move ws-dept-manager to dp-manager.
      * A "U" row is the way a retired code is brought back into use
           move spaces          to dp-status.
           move spaces          to dp-retired-date.
           move spaces          to dp-successor.
           write department-record
               invalid key
                   rewrite department-record
      * File the method under the resolved contact number plus
      * type; a method already on file for that type is replaced
      * with the new value
           move cm-contact-number to me-contact-number.
           move ws-method-type to me-method-type.
           read methods-file
               invalid key
                   move spaces to ws-history-method-before
               not invalid key
                   move me-value to ws-history-method-before
           end-read.
           move cm-contact-number to me-contact-number.
           move ws-method-type to me-method-type.
           move ws-method-value to me-value.
                                   ws-name
                       not invalid key
                           add 1 to ws-methods-applied
                           perform 605-write-method-audit-entry
                   end-rewrite
               not invalid key
                   add 1 to ws-methods-applied
                   perform 605-write-method-audit-entry
           end-write.
      *
       250-remove-contact-method.
                       ws-name
               exit paragraph
           end-if.
           perform 255-delete-contact-method.
      *
       255-delete-contact-method.
      * Delete the method of the type in hand from the contact
      * resolved into the master record area
           move cm-contact-number to me-contact-number.
           move ws-method-type to me-method-type.
           read methods-file
               invalid key
                   move spaces to ws-history-method-before
               not invalid key
                   move me-value to ws-history-method-before
           end-read.
           delete methods-file
               invalid key
                   add 1 to ws-notfound-methods
                           ws-name
               not invalid key
                   add 1 to ws-methods-removed
                   move spaces to me-value
                   perform 605-write-method-audit-entry
           end-delete.
      *
       290-assign-supervisor.
      * Set the contact's supervisor -- filed as a SUPV method
      * carrying the supervisor's contact number, so the reporting
      * line follows the contact through a rename and is audited,
      * kept on the history and rolled forward by a restore like
      * any other method. A blank number clears the reporting line
           perform 140-resolve-contact.
           if ws-contact-found = "N"
               add 1 to ws-notfound-methods
               display "Contact not on file, supervisor not set: "
                       ws-name
               exit paragraph
           end-if.
           move "SUPV" to ws-method-type.
           if ws-supervisor-number = spaces
               perform 255-delete-contact-method
               exit paragraph
           end-if.
           move contact-master-record to ws-supervisor-contact.
           perform 295-validate-supervisor.
           move ws-supervisor-contact to contact-master-record.
           if ws-valid-supervisor = "Y"
               move ws-supervisor-number to ws-method-value
               perform 248-write-contact-method
           else
               move spaces to ws-email
               move ws-supervisor-number to ws-phone-number
               move spaces to ws-department
               perform 180-write-exception
           end-if.
      *
       295-validate-supervisor.
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
           perform 296-check-reporting-loop.
      *
       296-check-reporting-loop.
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
       500-generate-report.
      * Sort the master file into department/name order, then print
           open output report-file.
           open output csv-file.
           perform 496-write-csv-header.
      * Contacts whose email keeps bouncing are held off the CSV
      * until the address is changed
           move "N" to ws-bounce-open.
           open input bounce-file.
           if ws-bounce-status = "00"
               move "Y" to ws-bounce-open
           end-if.
           perform 495-count-contacts.
           move 1 to ws-page-number.
           move 0 to ws-line-count.
           end-if.
           close report-file.
           close csv-file.
           if ws-bounce-open = "Y"
               close bounce-file
           end-if.
           if ws-csv-held > 0
               display "Held off CSV (undeliverable): " ws-csv-held
           end-if.
      * List the master contacts whose department code is not on
      * the reference table -- the legacy free-text codes to chase
           perform 490-list-orphan-departments.
               into csv-line
           end-string.
           write csv-line.
      *
       498-check-email-held.
      * A contact is held off the CSV while the email the master
      * carries is the very address the bounce file flagged
      * undeliverable -- once the email is changed the old flag no
      * longer applies and the contact goes out again
           move "N" to ws-email-held.
           if ws-bounce-open = "N"
               exit paragraph
           end-if.
           move sw-contact-number to bn-contact-number.
           read bounce-file
               invalid key
                   exit paragraph
           end-read.
           if bn-undeliverable = "Y" and bn-email = sw-email
               move "Y" to ws-email-held
           end-if.
      *
       495-count-contacts.
      * Count the contacts the current selection covers so the
               move sw-phone-number         to ws-rd-phone-number
               write report-line from ws-report-detail-line
                   after advancing 2 lines
               perform 498-check-email-held
               if ws-email-held = "Y"
                   add 1 to ws-csv-held
               else
                   perform 497-write-csv-detail
               end-if
               add 1 to ws-dept-count
               add 1 to ws-line-count
               perform 560-print-contact-methods
           move ws-phone-number         to au-phone-number.
           move ws-department           to au-department.
           move ws-audit-source         to au-source.
           move ws-audit-batch          to au-batch-number.
           write audit-record.
           perform 620-write-history-entry.
      *
       605-write-method-audit-entry.
      * Log a contact-method add, replacement or removal, so the
      * audit trail carries the methods forward from a backup the
      * same way it carries the master: METHOD files the value
      * shown, METRMV takes the type off the contact
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
           move ws-audit-source         to am-source.
           move ws-audit-batch          to am-batch-number.
           write audit-record.
           perform 625-write-method-history-entry.
      *
       620-write-history-entry.
      * File the audited event on the contact history, with the
      * contact as it stood before and as the master now holds it
           move ws-history-before(9:78)      to hi-before-image.
           move contact-master-record(9:78)  to hi-after-image.
           perform 630-file-history-record.
      *
       625-write-method-history-entry.
      * File a method event on the contact history, the value it
      * replaced before and the value now on file after
           move spaces                       to history-record.
           move me-method-type               to hm-before-type.
           move ws-history-method-before     to hm-before-value.
           move me-method-type               to hm-after-type.
           move me-value                     to hm-after-value.
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
           move "APPLIED VIA NAME XREF:" to ws-sum-label.
           move ws-xref-redirects to ws-sum-count.
           write summary-line from ws-summary-line.
           move "HELD ON SUSPENSE:" to ws-sum-label.
           move ws-suspense-opened to ws-sum-count.
           write summary-line from ws-summary-line.
           move "SUSPENSE RE-ENTERED:" to ws-sum-label.
           move ws-suspense-reentered to ws-sum-count.
           write summary-line from ws-summary-line.
           move "SUSPENSE REJECTED AGAIN:" to ws-sum-label.
           move ws-suspense-rerejected to ws-sum-count.
           write summary-line from ws-summary-line.
           move "HELD OFF CSV (BOUNCING):" to ws-sum-label.
           move ws-csv-held to ws-sum-count.
           write summary-line from ws-summary-line.
           perform 710-set-condition-code.
           move "CONDITION CODE SET:" to ws-sum-label.
           move ws-condition-code to ws-sum-count.
