       identification division.
       program-id. A1-ContactRestore.
       author. Gaelen Rhoads.
       date-written. 2026-10-15.
      * Description:
      *    Point-in-time restore of the MAFD 4202 contact master.
      *    Starts from a chosen backup generation of the master and
      *    the methods (the flat REPRO copies the nightly job cuts
      *    ahead of each batch), loads them into freshly defined
      *    restore clusters, and rolls the audit trail entries
      *    recorded since that backup forward on top of them --
      *    the same replay A1-ContactRecon proves out, applied to
      *    real files instead of a table. The RESTPARM cards name
      *    the backup's cutoff timestamp and either a stop
      *    timestamp (nothing at or after it is replayed) or the
      *    batch number of one bad feed to back out (only that
      *    feed's entries are passed over), so every helpdesk
      *    change and deferred-queue entry applied since the backup
      *    survives the rollback. The next-contact-number control
      *    file is reset to match, and every entry replayed or
      *    skipped is listed on the restore report. Refuses to
      *    start while the master run lock is held.
      *
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      * The chosen backup generation of the contact master -- the
      * flat file REPRO cut, in key order -- assigned to the BKUPIN
      * ddname
           select backup-file
               assign to BKUPIN
               organization is line sequential
               file status is ws-backup-status.
      * The same night's backup generation of the contact-methods
      * file -- assigned to the BKUPMETH ddname
           select backup-methods-file
               assign to BKUPMETH
               organization is line sequential
               file status is ws-bkmeth-status.
      * The audit trail the maintaining programs write -- assigned
      * to the CNTLAUD ddname
           select audit-file
               assign to CNTLAUD
               organization is line sequential
               file status is ws-audit-status.
      * The freshly defined, empty restore cluster for the master.
      * Declared by its primary key alone: the alternate indexes
      * are rebuilt once the restored records are copied back over
      * the live master -- assigned to the CNTLMSTR ddname
           select master-file
               assign to CNTLMSTR
               organization is indexed
               access mode is dynamic
               record key is cm-contact-number
               file status is ws-master-status.
      * The freshly defined, empty restore cluster for the
      * contact methods -- assigned to the CNTLMETH ddname
           select methods-file
               assign to CNTLMETH
               organization is indexed
               access mode is dynamic
               record key is me-key
               file status is ws-methods-status.
      * Control file carrying the next unassigned contact number,
      * reset here to match the restored master -- assigned to the
      * CNTLNUM ddname
           select contact-number-file
               assign to CNTLNUM
               organization is line sequential
               file status is ws-number-status.
      * The master-file run lock -- a restore never runs under a
      * batch cycle or a helpdesk session -- assigned to the
      * CNTLLOCK ddname
           select lock-file
               assign to CNTLLOCK
               organization is line sequential
               file status is ws-lock-file-status.
      * Parameter cards naming the backup cutoff and the stop
      * timestamp or excluded batch -- assigned to the RESTPARM
      * ddname
           select parm-file
               assign to RESTPARM
               organization is line sequential
               file status is ws-parm-status.
      * The printed restore report -- assigned to the RESTRPT
      * ddname
           select report-file
               assign to RESTRPT
               organization is line sequential.
      *
       data division.
       file section.
      * Declare the layout of a backed-up contact master record --
      * identical to the live master's layout
       fd backup-file
           data record is backup-record
           record contains 86 characters.
       01 backup-record                 pic X(86).
      * Declare the layout of a backed-up contact-method record --
      * identical to the live methods file's layout
       fd backup-methods-file
           data record is backup-method-record
           record contains 52 characters.
       01 backup-method-record          pic X(52).
      * Declare the layout of an audit trail record -- must match
      * the writing programs' declaration byte for byte
       fd audit-file
           data record is audit-record
           record contains 114 characters.
       01 audit-record.
         05 au-operator-id              pic X(8).
         05 au-date                     pic X(10).
         05 au-time                     pic X(8).
         05 au-action                   pic X(6).
         05 au-contact-number           pic 9(8).
         05 au-name                     pic X(20).
         05 au-email                    pic X(30).
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
      * Declare the layout of the contact master file -- must match
      * the batch program's declaration byte for byte
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
      * the batch program's declaration byte for byte
       fd methods-file
           data record is contact-method-record
           record contains 52 characters.
       01 contact-method-record.
         05 me-key.
           10 me-contact-number        pic 9(8).
           10 me-method-type           pic X(4).
         05 me-value                   pic X(40).
      * Declare the layout of the next-contact-number control record
       fd contact-number-file
           data record is contact-number-record
           record contains 8 characters.
       01 contact-number-record         pic 9(8).
      * Declare the layout of the run-lock record -- must match
      * the maintaining programs' declaration byte for byte
       fd lock-file
           data record is lock-record
           record contains 34 characters.
       01 lock-record.
         05 lk-status                   pic X(8).
         05 lk-holder                   pic X(8).
         05 lk-date                     pic X(10).
         05 lk-time                     pic X(8).
      * Declare the layout of a parameter card
       fd parm-file
           data record is parm-record
           record contains 72 characters.
       01 parm-record                   pic X(72).
      * Declare how long the report lines will be in our file
       fd report-file
           data record is report-line
           record contains 80 characters.
       01 report-line                   pic X(80).
      *
       working-storage section.
      * File status fields
       01 ws-backup-status           pic XX.
       01 ws-bkmeth-status           pic XX.
       01 ws-audit-status            pic XX.
       01 ws-master-status           pic XX.
       01 ws-methods-status          pic XX.
       01 ws-number-status           pic XX.
       01 ws-lock-file-status        pic XX.
       01 ws-parm-status             pic XX.
      * EOF flags for the parm deck, the backup loads, the audit
      * pass and the keyed sweeps
       01 ws-parm-eof                pic X(3)
                 value "NO".
       01 ws-backup-eof              pic X(3)
                 value "NO".
       01 ws-bkmeth-eof              pic X(3)
                 value "NO".
       01 ws-audit-eof               pic X(3)
                 value "NO".
       01 ws-methods-eof             pic X(3)
                 value "NO".
       01 ws-master-scan-eof         pic X(3)
                 value "NO".
      * Set off by the parm, lock and open checks -- any one of
      * them refuses the run before a single record is loaded
       01 ws-restore-ok              pic X(1)
                 value "Y".
      * Cutoff timestamp of the chosen backup generation -- audit
      * entries stamped at or after it are rolled forward. The
      * BACKUP= card is required: a restore replaying from the
      * wrong point is worse than no restore at all
       01 ws-cutoff-date             pic X(10)
                 value spaces.
       01 ws-cutoff-time             pic X(8)
                 value spaces.
      * Stop timestamp -- entries at or after it are skipped.
      * High-values (replay to the end of the trail) when no STOP=
      * card is supplied
       01 ws-stop-date               pic X(10)
                 value high-values.
       01 ws-stop-time               pic X(8)
                 value high-values.
      * The batch number being backed out, if any
       01 ws-exclude-batch           pic 9(6)
                 value 0.
       01 ws-exclude-given           pic X(1)
                 value "N".
      * Result of applying one replayed entry: "Y" applied, "N"
      * its contact (or method) was not on the restored files
       01 ws-entry-applied           pic X(1)
                 value "Y".
      * Contact number being swept for its methods
       01 ws-sweep-number            pic 9(8)
                 value 0.
      * Highest contact number seen on the restored master or
      * anywhere in the trail -- the next-number file is reset
      * just past it, so a number handed out by a backed-out feed
      * is never handed out again to somebody else
       01 ws-highest-number          pic 9(8)
                 value 0.
       01 ws-next-contact-number     pic 9(8)
                 value 1.
      * Counts for the restore summary
       01 ws-backup-count            pic 9(6)
                 value 0.
       01 ws-bkmeth-count            pic 9(6)
                 value 0.
       01 ws-prior-count             pic 9(6)
                 value 0.
       01 ws-replayed-count          pic 9(6)
                 value 0.
       01 ws-stop-skip-count         pic 9(6)
                 value 0.
       01 ws-batch-skip-count        pic 9(6)
                 value 0.
       01 ws-notfound-count          pic 9(6)
                 value 0.
       01 ws-unusable-count          pic 9(6)
                 value 0.
       01 ws-write-failures          pic 9(6)
                 value 0.
       01 ws-master-count            pic 9(6)
                 value 0.
      * Run date for the report heading
       01 ws-run-date.
         05 ws-run-date-yyyy           pic 9(4).
         05 ws-run-date-mm             pic 9(2).
         05 ws-run-date-dd             pic 9(2).
      * Declare the report heading
       01 ws-heading-line.
         05 filler                     pic X(42)
                   value "MAFD 4202 CONTACT MASTER RESTORE         ".
         05 filler                     pic X(6)
                   value "DATE: ".
         05 ws-h1-date                 pic X(10)
                   value spaces.
         05 filler                     pic X(22)
                   value spaces.
      * Declare a parameter echo line under the heading
       01 ws-parm-line.
         05 ws-pl-label                pic X(20).
         05 ws-pl-value                pic X(60).
      * Declare a replayed/skipped detail line
       01 ws-detail-line.
         05 ws-dl-result               pic X(22).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-dl-action               pic X(6).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-dl-number               pic X(8).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-dl-name                 pic X(20).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-dl-date                 pic X(10).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-dl-time                 pic X(8).
         05 filler                     pic X(1)
                   value spaces.
      * Declare a summary count line
       01 ws-summary-line.
         05 ws-sl-label                pic X(34).
         05 ws-sl-count                pic ZZZZZZZ9.
         05 filler                     pic X(38)
                   value spaces.
      *
       procedure division.
       000-main.
           perform 010-read-parm-cards.
      * Never restore under a running batch cycle or a helpdesk
      * session -- whatever they applied would be lost when the
      * restored files are copied back
           if ws-restore-ok = "Y"
               perform 020-check-run-lock
           end-if.
      * The backups, the trail and both restore clusters must all
      * be there before anything is loaded
           if ws-restore-ok = "Y"
               perform 015-open-files
           end-if.
           if ws-restore-ok = "N"
               move 12 to return-code
               goback
           end-if.
           open output report-file.
           perform 030-write-heading.
      * Lay the backup generation down, then roll the trail forward
      * on top of it
           perform 100-load-backup.
           perform 110-load-backup-methods.
           perform 200-replay-audit-trail.
      * Reset the next-number file to match the restored master
           perform 300-scan-restored-master.
           perform 400-reset-contact-number.
           perform 500-write-summary.
           close report-file.
           close methods-file.
           close master-file.
      * A warning condition code when any replayed entry could not
      * be applied -- typically helpdesk maintenance on a contact
      * the backed-out feed had added, which the operator must
      * rekey by hand -- and a harder one when a record would not
      * write at all
           if ws-notfound-count > 0
               move 4 to return-code
           end-if.
           if ws-write-failures > 0
               move 8 to return-code
           end-if.
           goback.
      *
       010-read-parm-cards.
      * Pick up the backup cutoff, and the stop timestamp or the
      * batch to exclude, from the cards
           open input parm-file.
           if ws-parm-status = "00"
               move "NO" to ws-parm-eof
               perform until ws-parm-eof = "YES"
                   read parm-file
                       at end
                           move "YES" to ws-parm-eof
                       not at end
                           evaluate true
                               when parm-record(1:7) = "BACKUP="
                                   move parm-record(8:10)
                                       to ws-cutoff-date
                                   move parm-record(19:8)
                                       to ws-cutoff-time
                               when parm-record(1:5) = "STOP="
                                   move parm-record(6:10)
                                       to ws-stop-date
                                   move parm-record(17:8)
                                       to ws-stop-time
                               when parm-record(1:8) = "EXCLUDE="
                                   if parm-record(9:6) is numeric
                                       move parm-record(9:6)
                                           to ws-exclude-batch
                                       move "Y" to ws-exclude-given
                                   else
                                       move "N" to ws-restore-ok
                                       display "Restore refused - "
                                           "EXCLUDE= batch number "
                                           "not numeric"
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
           if ws-cutoff-date = spaces
               move "N" to ws-restore-ok
               display "Restore refused - BACKUP= card naming the "
                       "backup cutoff timestamp is required"
           end-if.
      *
       015-open-files.
      * Open both backup generations and the audit trail for input
      * and both restore clusters for loading, and refuse the whole
      * run if any of them fails -- the same guard the
      * reconciliation program puts on its inputs
           open input backup-file.
           if ws-backup-status not = "00"
               display "Backup generation not available, status "
                       ws-backup-status
               move "N" to ws-restore-ok
           end-if.
           open input backup-methods-file.
           if ws-bkmeth-status not = "00"
               display "Methods backup not available, status "
                       ws-bkmeth-status
               move "N" to ws-restore-ok
           end-if.
           open input audit-file.
           if ws-audit-status not = "00"
               display "Audit trail not available, status "
                       ws-audit-status
               move "N" to ws-restore-ok
           end-if.
           open i-o master-file.
           if ws-master-status not = "00"
               display "Restore master not available, status "
                       ws-master-status
               move "N" to ws-restore-ok
           end-if.
           open i-o methods-file.
           if ws-methods-status not = "00"
               display "Restore methods not available, status "
                       ws-methods-status
               move "N" to ws-restore-ok
           end-if.
           if ws-restore-ok = "N"
               if ws-backup-status = "00"
                   close backup-file
               end-if
               if ws-bkmeth-status = "00"
                   close backup-methods-file
               end-if
               if ws-audit-status = "00"
                   close audit-file
               end-if
               if ws-master-status = "00"
                   close master-file
               end-if
               if ws-methods-status = "00"
                   close methods-file
               end-if
           end-if.
      *
       020-check-run-lock.
      * A held lock -- batch cycle or helpdesk session -- refuses
      * the restore; this program takes no lock of its own, it
      * runs start to finish under the operator's eye, the same way
      * the merge facility does
           open input lock-file.
           if ws-lock-file-status = "00"
               read lock-file
                   at end
                       continue
                   not at end
                       if lk-status = "LOCKED  "
                           move "N" to ws-restore-ok
                           display "Restore refused - master lock "
                                   "held by " lk-holder " since "
                                   lk-date " " lk-time
                       end-if
               end-read
               close lock-file
           end-if.
      *
       030-write-heading.
      * Title and run date at the top of the restore report, then
      * the parameters in force
           accept ws-run-date from date yyyymmdd.
           move ws-run-date-yyyy to ws-h1-date(1:4).
           move "-" to ws-h1-date(5:1).
           move ws-run-date-mm to ws-h1-date(6:2).
           move "-" to ws-h1-date(8:1).
           move ws-run-date-dd to ws-h1-date(9:2).
           write report-line from ws-heading-line.
           move spaces to report-line.
           write report-line.
           move "BACKUP CUTOFF:" to ws-pl-label.
           move spaces to ws-pl-value.
           string ws-cutoff-date delimited by size
                  " " delimited by size
                  ws-cutoff-time delimited by size
               into ws-pl-value
           end-string.
           write report-line from ws-parm-line.
           move "STOP AT:" to ws-pl-label.
           move spaces to ws-pl-value.
           if ws-stop-date = high-values
               move "END OF AUDIT TRAIL" to ws-pl-value
           else
               string ws-stop-date delimited by size
                      " " delimited by size
                      ws-stop-time delimited by size
                   into ws-pl-value
               end-string
           end-if.
           write report-line from ws-parm-line.
           move "EXCLUDED BATCH:" to ws-pl-label.
           move spaces to ws-pl-value.
           if ws-exclude-given = "Y"
               move ws-exclude-batch to ws-pl-value
           else
               move "NONE" to ws-pl-value
           end-if.
           write report-line from ws-parm-line.
           move spaces to report-line.
           write report-line.
      *
       100-load-backup.
      * Lay every contact on the chosen backup generation down on
      * the empty restore master, in the key order REPRO cut it
           perform until ws-backup-eof = "YES"
               read backup-file
                   at end
                       move "YES" to ws-backup-eof
                   not at end
                       move backup-record to contact-master-record
                       write contact-master-record
                           invalid key
                               add 1 to ws-write-failures
                               display "Backup record not loaded: "
                                       cm-contact-number
                           not invalid key
                               add 1 to ws-backup-count
                       end-write
               end-read
           end-perform.
           close backup-file.
      *
       110-load-backup-methods.
      * The same for every contact method on the same night's
      * methods backup
           perform until ws-bkmeth-eof = "YES"
               read backup-methods-file
                   at end
                       move "YES" to ws-bkmeth-eof
                   not at end
                       move backup-method-record
                           to contact-method-record
                       write contact-method-record
                           invalid key
                               add 1 to ws-write-failures
                               display "Backup method not loaded: "
                                       me-contact-number " "
                                       me-method-type
                           not invalid key
                               add 1 to ws-bkmeth-count
                       end-write
               end-read
           end-perform.
           close backup-methods-file.
      *
       200-replay-audit-trail.
      * Walk the whole trail in the order it was recorded. Entries
      * from before the backup cutoff are already in the backup;
      * from the cutoff on, each entry is either rolled forward or
      * skipped for a stated reason, and listed either way. Every
      * numbered entry counts towards the highest number ever
      * handed out, skipped or not
           perform until ws-audit-eof = "YES"
               read audit-file
                   at end
                       move "YES" to ws-audit-eof
                   not at end
                       if au-contact-number is numeric
                               and au-contact-number
                                   > ws-highest-number
                           move au-contact-number
                               to ws-highest-number
                       end-if
                       if au-date > ws-cutoff-date
                               or (au-date = ws-cutoff-date
                               and au-time >= ws-cutoff-time)
                           perform 210-replay-one-entry
                       else
                           add 1 to ws-prior-count
                       end-if
               end-read
           end-perform.
           close audit-file.
      *
       210-replay-one-entry.
      * Decide whether the entry is skipped -- at or past the stop
      * timestamp, part of the excluded batch, or carrying no
      * usable contact number -- and roll it forward if not
           move au-action to ws-dl-action.
           move au-contact-number to ws-dl-number.
           move au-name to ws-dl-name.
           move au-date to ws-dl-date.
           move au-time to ws-dl-time.
           if au-date > ws-stop-date
                   or (au-date = ws-stop-date
                   and au-time >= ws-stop-time)
               add 1 to ws-stop-skip-count
               move "SKIP: AFTER STOP TIME" to ws-dl-result
               write report-line from ws-detail-line
               exit paragraph
           end-if.
           if ws-exclude-given = "Y"
                   and au-batch-number is numeric
                   and au-batch-number = ws-exclude-batch
               add 1 to ws-batch-skip-count
               move "SKIP: EXCLUDED BATCH" to ws-dl-result
               write report-line from ws-detail-line
               exit paragraph
           end-if.
           if au-contact-number is not numeric
               add 1 to ws-unusable-count
               move "SKIP: NO CONTACT NO." to ws-dl-result
               write report-line from ws-detail-line
               exit paragraph
           end-if.
           move "Y" to ws-entry-applied.
           evaluate au-action
               when "ADD   "
                   perform 220-replay-add
               when "CHANGE"
               when "INACT "
               when "REINST"
               when "RENAME"
                   perform 230-replay-update
               when "DELETE"
               when "PURGE "
               when "MERGE "
                   perform 240-replay-removal
               when "METHOD"
               when "METRMV"
                   perform 250-replay-method
               when other
                   add 1 to ws-unusable-count
                   move "SKIP: UNKNOWN ACTION" to ws-dl-result
                   write report-line from ws-detail-line
                   exit paragraph
           end-evaluate.
           if ws-entry-applied = "Y"
               add 1 to ws-replayed-count
               move "REPLAYED" to ws-dl-result
           else
               add 1 to ws-notfound-count
               move "SKIP: NOT ON FILE" to ws-dl-result
           end-if.
           write report-line from ws-detail-line.
      *
       220-replay-add.
      * An audited add carries the whole contact as its after-image
      * -- filed new, or laid over a record of the same number
           move au-contact-number to cm-contact-number.
           move au-name to cm-name.
           move au-email to cm-email.
           move au-phone-number to cm-phone-number.
           move au-department to cm-department.
           move "A" to cm-status.
           move spaces to cm-term-date.
           write contact-master-record
               invalid key
                   rewrite contact-master-record
                       invalid key
                           add 1 to ws-write-failures
                           move "N" to ws-entry-applied
                   end-rewrite
           end-write.
      *
       230-replay-update.
      * Changes, inactivations, reinstatements and renames all
      * update a contact the restored master must already carry;
      * one it does not (added by the backed-out feed, say) is
      * listed for the operator instead
           move au-contact-number to cm-contact-number.
           read master-file
               invalid key
                   move "N" to ws-entry-applied
                   exit paragraph
           end-read.
           evaluate au-action
               when "CHANGE"
                   move au-email to cm-email
                   move au-phone-number to cm-phone-number
                   move au-department to cm-department
      * The trail carries the day an inactivation was applied,
      * which stands in for the termination date
               when "INACT "
                   move "I" to cm-status
                   move au-date to cm-term-date
               when "REINST"
                   move "A" to cm-status
                   move spaces to cm-term-date
               when "RENAME"
                   move au-name to cm-name
           end-evaluate.
           rewrite contact-master-record
               invalid key
                   add 1 to ws-write-failures
                   move "N" to ws-entry-applied
           end-rewrite.
      *
       240-replay-removal.
      * Purges and merges physically removed the contact and its
      * methods (a merge's methods were re-filed under the survivor
      * by their own METHOD entries); DELETE is the same thing on
      * history from before the inactive status existed
           move au-contact-number to cm-contact-number.
           delete master-file
               invalid key
                   move "N" to ws-entry-applied
                   exit paragraph
           end-delete.
           move au-contact-number to ws-sweep-number.
           perform 245-remove-contact-methods.
      *
       245-remove-contact-methods.
      * Sweep every method filed under the removed contact's
      * number, the same keyed-range walk the purge uses
           move ws-sweep-number to me-contact-number.
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
                       if me-contact-number = ws-sweep-number
                           delete methods-file
                       else
                           move "YES" to ws-methods-eof
                       end-if
               end-read
           end-perform.
      *
       250-replay-method.
      * A method entry applies only to a contact the restored
      * master carries; METHOD files or replaces the value shown,
      * METRMV takes the type off
           move au-contact-number to cm-contact-number.
           read master-file
               invalid key
                   move "N" to ws-entry-applied
                   exit paragraph
           end-read.
           move au-contact-number to me-contact-number.
           move am-method-type to me-method-type.
           if au-action = "METRMV"
               delete methods-file
                   invalid key
                       move "N" to ws-entry-applied
               end-delete
           else
               move am-value to me-value
               write contact-method-record
                   invalid key
                       rewrite contact-method-record
                           invalid key
                               add 1 to ws-write-failures
                               move "N" to ws-entry-applied
                       end-rewrite
               end-write
           end-if.
      *
       300-scan-restored-master.
      * Count the restored master and take its highest contact
      * number into account for the next-number reset
           move low-values to cm-contact-number.
           move "NO" to ws-master-scan-eof.
           start master-file key is not less than cm-contact-number
               invalid key
                   move "YES" to ws-master-scan-eof
           end-start.
           perform until ws-master-scan-eof = "YES"
               read master-file next record
                   at end
                       move "YES" to ws-master-scan-eof
                   not at end
                       add 1 to ws-master-count
                       if cm-contact-number > ws-highest-number
                           move cm-contact-number
                               to ws-highest-number
                       end-if
               end-read
           end-perform.
      *
       400-reset-contact-number.
      * Start numbering just past the highest number the restored
      * master or the trail has ever carried
           compute ws-next-contact-number = ws-highest-number + 1.
           open output contact-number-file.
           move ws-next-contact-number to contact-number-record.
           write contact-number-record.
           close contact-number-file.
      *
       500-write-summary.
      * Close the report with the counts that frame the listing
           move spaces to report-line.
           write report-line.
           move "BACKUP RECORDS LOADED:" to ws-sl-label.
           move ws-backup-count to ws-sl-count.
           write report-line from ws-summary-line.
           move "BACKUP METHODS LOADED:" to ws-sl-label.
           move ws-bkmeth-count to ws-sl-count.
           write report-line from ws-summary-line.
           move "ENTRIES ALREADY IN BACKUP:" to ws-sl-label.
           move ws-prior-count to ws-sl-count.
           write report-line from ws-summary-line.
           move "ENTRIES REPLAYED:" to ws-sl-label.
           move ws-replayed-count to ws-sl-count.
           write report-line from ws-summary-line.
           move "SKIPPED - AFTER STOP TIME:" to ws-sl-label.
           move ws-stop-skip-count to ws-sl-count.
           write report-line from ws-summary-line.
           move "SKIPPED - EXCLUDED BATCH:" to ws-sl-label.
           move ws-batch-skip-count to ws-sl-count.
           write report-line from ws-summary-line.
           move "SKIPPED - NOT ON RESTORED FILE:" to ws-sl-label.
           move ws-notfound-count to ws-sl-count.
           write report-line from ws-summary-line.
           move "SKIPPED - NOT REPLAYABLE:" to ws-sl-label.
           move ws-unusable-count to ws-sl-count.
           write report-line from ws-summary-line.
           move "RECORDS THAT WOULD NOT WRITE:" to ws-sl-label.
           move ws-write-failures to ws-sl-count.
           write report-line from ws-summary-line.
           move "RESTORED MASTER RECORDS:" to ws-sl-label.
           move ws-master-count to ws-sl-count.
           write report-line from ws-summary-line.
           move "NEXT CONTACT NUMBER SET TO:" to ws-sl-label.
           move ws-next-contact-number to ws-sl-count.
           write report-line from ws-summary-line.
      *
       end program A1-ContactRestore.
