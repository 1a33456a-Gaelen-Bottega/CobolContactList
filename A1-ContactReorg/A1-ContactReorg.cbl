       identification division.
       program-id. A1-ContactReorg.
       author. Gaelen Rhoads.
       date-written. 2026-10-15.
      * Description:
      *    Department reorganization run for the MAFD 4202 contact
      *    list. The "U" transaction can only add or replace a row
      *    on the department table, so a department split, renamed
      *    or folded into another used to mean hand-keying a "C"
      *    row for every contact in it, and the old code could
      *    never come off the table. Driven by the REORGPRM cards,
      *    one reorganization per run:
      *      MOVE   moves every contact carrying the FROM code --
      *             or only the contacts listed on CONTACT= cards
      *             -- to the TO code;
      *      MERGE  moves every contact carrying the FROM code to
      *             the TO code, then retires FROM with TO named as
      *             its successor;
      *      RETIRE retires the FROM code, once no contact carries
      *             it any longer.
      *    A retired code stays on the table, marked, and
      *    165-validate-department rejects it from then on. Every
      *    move is rewritten under the contact number and logged
      *    to the shared audit trail and contact history as a
      *    CHANGE, exactly as a "C" transaction would be; the job
      *    runs the delta step over the master before and after,
      *    so the moves reach the delta feed too. The run is
      *    effective-dated: before the EFFECTIVE= date it is a
      *    proof listing of what would move and nothing is
      *    applied. Refuses to start while the master run lock is
      *    held, or for an operator the security table does not
      *    allow to run it in both the FROM and TO departments.
      *
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      * The contact master file -- the very same KSDS the batch
      * program maintains, alternate indexes included -- assigned
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
      * The department reference table -- the TO code is checked
      * against it, and a retired code is marked on it -- assigned
      * to the CNTLDEPT ddname
           select dept-file
               assign to CNTLDEPT
               organization is indexed
               access mode is dynamic
               record key is dp-dept-code
               file status is ws-dept-status.
      * Audit trail shared with the maintaining programs --
      * assigned to the CNTLAUD ddname
           select audit-file
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
      * The master-file run lock -- a reorganization never runs
      * against a master the nightly batch or a helpdesk session
      * is updating -- assigned to the CNTLLOCK ddname
           select lock-file
               assign to CNTLLOCK
               organization is line sequential
               file status is ws-lock-file-status.
      * Parameter cards naming the reorganization -- assigned to
      * the REORGPRM ddname
           select parm-file
               assign to REORGPRM
               organization is line sequential
               file status is ws-parm-status.
      * The printed reorganization report -- assigned to the
      * REORGRPT ddname
           select report-file
               assign to REORGRPT
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
      * Declare the layout of a department reference record --
      * must match the batch program's declaration byte for byte
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
      * Declare the layout of a contact history record -- must
      * match the maintaining programs' declaration byte for byte.
      * Keyed by contact number and the audit timestamp (the
      * sequence keeps two events in one second apart), each
      * record carries the audited action and the contact as it
      * stood before and after it
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
         05 hi-before-image            pic X(78).
         05 hi-after-image             pic X(78).
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
       01 ws-dept-status             pic XX.
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
      * EOF flags for the parm deck and the department sweep
       01 ws-parm-eof                pic X(3)
                 value "NO".
       01 ws-master-scan-eof         pic X(3)
                 value "NO".
      * The reorganization named on the parameter cards
       01 ws-reorg-action            pic X(6)
                 value spaces.
       01 ws-from-dept               pic X(5)
                 value spaces.
       01 ws-to-dept                 pic X(5)
                 value spaces.
       01 ws-effective-date          pic X(10)
                 value spaces.
      * The contacts listed on CONTACT= cards, when a move is for a
      * subset of the department rather than all of it
       01 ws-subset-table.
         05 ws-subset-count            pic 9(3)
                   value 0.
         05 ws-subset-entry            pic X(8)
                   occurs 500 times.
       01 ws-subset-idx              pic 9(3)
                 value 0.
       01 ws-subset-full             pic X(1)
                 value "N".
      * Set off when the run must not go ahead -- a missing or
      * contradictory card, the lock held, a code that cannot be
      * used -- and the reason shown on the report
       01 ws-reorg-ok                pic X(1)
                 value "Y".
       01 ws-refusal-reason          pic X(50)
                 value spaces.
      * Set when the run date is before the effective date: the
      * run lists what would move and applies nothing
       01 ws-proof-only              pic X(1)
                 value "N".
      * Set when a rewrite fails part-way, so a merge does not go
      * on to retire a code some contacts still carry
       01 ws-move-failed             pic X(1)
                 value "N".
      * The contact as it stood before its move -- the before image
      * on the contact history -- and the switch that ends the
      * hunt for a free sequence number when filing it there
       01 ws-history-before          pic X(86).
       01 ws-history-written         pic X(1).
      * Tallies for the report summary
       01 ws-contacts-moved          pic 9(6)
                 value 0.
       01 ws-contacts-skipped        pic 9(6)
                 value 0.
       01 ws-moves-failed            pic 9(6)
                 value 0.
       01 ws-contacts-left           pic 9(6)
                 value 0.
      * Operator ID the audit trail charges each move to
       01 ws-operator-id               pic X(8)
                 value spaces.
      * The timestamp each audit entry happened at
       01 ws-audit-date                pic X(10)
                 value spaces.
       01 ws-audit-time                pic X(8)
                 value spaces.
       01 ws-audit-raw-date.
         05 ws-audit-yyyy               pic 9(4).
         05 ws-audit-mm                 pic 9(2).
         05 ws-audit-dd                 pic 9(2).
       01 ws-audit-raw-time.
         05 ws-audit-hh                 pic 9(2).
         05 ws-audit-mi                 pic 9(2).
         05 ws-audit-ss                 pic 9(2).
         05 ws-audit-hs                 pic 9(2).
      * Run date, raw and in the YYYY-MM-DD form the effective date
      * is compared against
       01 ws-run-date.
         05 ws-run-date-yyyy           pic 9(4).
         05 ws-run-date-mm             pic 9(2).
         05 ws-run-date-dd             pic 9(2).
       01 ws-run-date-iso            pic X(10)
                 value spaces.
      * Declare the report heading
       01 ws-heading-line.
         05 filler                     pic X(38)
                   value "MAFD 4202 DEPARTMENT REORGANIZATION   ".
         05 filler                     pic X(6)
                   value "DATE: ".
         05 ws-h1-date                 pic X(10)
                   value spaces.
         05 filler                     pic X(26)
                   value spaces.
      * Declare the line naming the reorganization under the heading
       01 ws-request-line.
         05 filler                     pic X(8)
                   value "ACTION: ".
         05 ws-rl-action               pic X(6).
         05 filler                     pic X(8)
                   value "  FROM: ".
         05 ws-rl-from                 pic X(5).
         05 filler                     pic X(6)
                   value "  TO: ".
         05 ws-rl-to                   pic X(5).
         05 filler                     pic X(13)
                   value "  EFFECTIVE: ".
         05 ws-rl-effective            pic X(10).
         05 filler                     pic X(19)
                   value spaces.
      * Declare a contact detail line
       01 ws-detail-line.
         05 ws-dl-label                pic X(18).
         05 ws-dl-number               pic X(8).
         05 filler                     pic X(2)
                   value spaces.
         05 ws-dl-name                 pic X(20).
         05 filler                     pic X(2)
                   value spaces.
         05 ws-dl-extra                pic X(30).
      * Declare a summary count line
       01 ws-summary-line.
         05 ws-sl-label                pic X(28).
         05 ws-sl-count                pic ZZZZZ9.
         05 filler                     pic X(46)
                   value spaces.
      *
       procedure division.
       000-main.
      * Find out who is running the reorganization, for the audit
      * trail, and what today is against the effective date
           display "USER" upon environment-name.
           accept ws-operator-id from environment-value.
           accept ws-run-date from date yyyymmdd.
           move ws-run-date-yyyy to ws-run-date-iso(1:4).
           move "-" to ws-run-date-iso(5:1).
           move ws-run-date-mm to ws-run-date-iso(6:2).
           move "-" to ws-run-date-iso(8:1).
           move ws-run-date-dd to ws-run-date-iso(9:2).
           perform 010-read-parm-cards.
           perform 015-check-parm-cards.
      * Only an operator the security table allows to run the
      * reorganization, in the departments it touches
           if ws-reorg-ok = "Y"
               perform 025-check-operator-authority
           end-if.
      * Never reorganize under a running batch cycle or a helpdesk
      * maintenance session
           if ws-reorg-ok = "Y"
               perform 020-check-run-lock
           end-if.
           if ws-reorg-ok = "N"
               display "Reorganization refused - " ws-refusal-reason
               move 12 to return-code
               goback
           end-if.
      * Open the master and the department table for update -- a
      * reorganization with either missing has nothing to work on
           open i-o master-file.
           if ws-master-status not = "00"
               display "Contact master not available, status "
                       ws-master-status
               move 12 to return-code
               goback
           end-if.
           open i-o dept-file.
           if ws-dept-status not = "00"
               display "Department table not available, status "
                       ws-dept-status
               close master-file
               move 12 to return-code
               goback
           end-if.
           perform 055-open-audit-file.
           perform 059-open-history-file.
           open output report-file.
           perform 040-write-heading.
      * Hold the codes against the table before anything moves,
      * then move and retire as the action asks
           perform 100-check-departments.
           if ws-reorg-ok = "Y"
               evaluate ws-reorg-action
                   when "MOVE  "
                       if ws-subset-count = 0
                           perform 200-move-whole-department
                       else
                           perform 250-move-listed-contacts
                       end-if
                   when "MERGE "
                       perform 200-move-whole-department
                       if ws-move-failed = "N"
                           perform 300-retire-from-department
                       end-if
                   when "RETIRE"
                       perform 150-count-contacts-left
                       if ws-contacts-left = 0
                           perform 300-retire-from-department
                       else
                           move "N" to ws-reorg-ok
                           move "CONTACTS STILL CARRY THE FROM CODE"
                               to ws-refusal-reason
                       end-if
               end-evaluate
           end-if.
           if ws-reorg-ok = "N"
               move spaces to report-line
               string "REFUSED: " delimited by size
                      ws-refusal-reason delimited by size
                   into report-line
               end-string
               write report-line
               display "Reorganization refused - " ws-refusal-reason
           end-if.
           perform 500-write-summary.
           close report-file.
           close history-file.
           close audit-file.
           close dept-file.
           close master-file.
           evaluate true
               when ws-reorg-ok = "N"
                   move 12 to return-code
               when ws-move-failed = "Y"
                   move 8 to return-code
               when ws-proof-only = "Y" or ws-contacts-skipped > 0
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate.
           goback.
      *
       010-read-parm-cards.
      * Pick up the action, the two codes, the effective date and
      * any CONTACT= cards naming a subset to move
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
      * goes
           evaluate true
               when parm-record(1:7) = "ACTION="
                   move parm-record(8:6) to ws-reorg-action
               when parm-record(1:5) = "FROM="
                   move parm-record(6:5) to ws-from-dept
               when parm-record(1:3) = "TO="
                   move parm-record(4:5) to ws-to-dept
               when parm-record(1:10) = "EFFECTIVE="
                   move parm-record(11:10) to ws-effective-date
               when parm-record(1:8) = "CONTACT="
                   if ws-subset-count = 500
                       move "Y" to ws-subset-full
                   else
                       add 1 to ws-subset-count
                       move parm-record(9:8)
                           to ws-subset-entry(ws-subset-count)
                   end-if
               when parm-record = spaces
                   continue
               when other
                   display "Parameter card not understood, ignored: "
                           parm-record
           end-evaluate.
      *
       015-check-parm-cards.
      * The cards must name a complete, consistent reorganization
      * before anything is opened; the first fault found refuses
      * the run
           if ws-reorg-action not = "MOVE  "
                   and ws-reorg-action not = "MERGE "
                   and ws-reorg-action not = "RETIRE"
               move "N" to ws-reorg-ok
               move "ACTION= MUST BE MOVE, MERGE OR RETIRE"
                   to ws-refusal-reason
               exit paragraph
           end-if.
           if ws-from-dept = spaces
               move "N" to ws-reorg-ok
               move "NO FROM= CARD" to ws-refusal-reason
               exit paragraph
           end-if.
           if ws-reorg-action = "RETIRE"
               if ws-to-dept not = spaces
                   move "N" to ws-reorg-ok
                   move "RETIRE TAKES NO TO= CARD"
                       to ws-refusal-reason
                   exit paragraph
               end-if
           else
               if ws-to-dept = spaces
                   move "N" to ws-reorg-ok
                   move "NO TO= CARD" to ws-refusal-reason
                   exit paragraph
               end-if
               if ws-to-dept = ws-from-dept
                   move "N" to ws-reorg-ok
                   move "FROM= AND TO= NAME THE SAME CODE"
                       to ws-refusal-reason
                   exit paragraph
               end-if
           end-if.
           if ws-subset-count > 0 and ws-reorg-action not = "MOVE  "
               move "N" to ws-reorg-ok
               move "CONTACT= CARDS ARE FOR A MOVE ONLY"
                   to ws-refusal-reason
               exit paragraph
           end-if.
           if ws-subset-full = "Y"
               move "N" to ws-reorg-ok
               move "MORE THAN 500 CONTACT= CARDS"
                   to ws-refusal-reason
               exit paragraph
           end-if.
           if ws-effective-date(1:4) is not numeric
                   or ws-effective-date(5:1) not = "-"
                   or ws-effective-date(6:2) is not numeric
                   or ws-effective-date(8:1) not = "-"
                   or ws-effective-date(9:2) is not numeric
               move "N" to ws-reorg-ok
               move "NO VALID EFFECTIVE=YYYY-MM-DD CARD"
                   to ws-refusal-reason
               exit paragraph
           end-if.
      * Before the effective date the run is a proof listing only
           if ws-effective-date > ws-run-date-iso
               move "Y" to ws-proof-only
           end-if.
      *
       020-check-run-lock.
      * A held lock -- batch cycle or helpdesk session -- refuses
      * the reorganization; this program takes no lock of its own,
      * it runs start to finish under the operator's eye
           open input lock-file.
           if ws-lock-file-status = "00"
               read lock-file
                   at end
                       continue
                   not at end
                       if lk-status = "LOCKED  "
                           move "N" to ws-reorg-ok
                           move spaces to ws-refusal-reason
                           string "MASTER LOCK HELD BY "
                                   delimited by size
                                  lk-holder delimited by size
                                  " SINCE " delimited by size
                                  lk-date delimited by size
                               into ws-refusal-reason
                           end-string
                       end-if
               end-read
               close lock-file
           end-if.
      *
       025-check-operator-authority.
      * The operator must be allowed to run this program and to
      * work in the code contacts leave (or the code retired) and
      * the code they move to; the first refusal is logged and
      * refuses the run
           perform 070-check-operator-authority.
           if ws-violation-reason = spaces
               move ws-from-dept to ws-auth-department
               perform 072-check-department-authority
               if ws-violation-reason = spaces
                       and ws-to-dept not = spaces
                   move ws-to-dept to ws-auth-department
                   perform 072-check-department-authority
               end-if
               if ws-violation-reason not = spaces
                   perform 078-log-violation
               end-if
           end-if.
           if ws-violation-reason not = spaces
               move "N" to ws-reorg-ok
               move spaces to ws-refusal-reason
               string ws-violation-reason delimited by size
                      " " delimited by size
                      ws-auth-department delimited by size
                   into ws-refusal-reason
               end-string
           end-if.
           if ws-operator-open = "Y"
               close operator-file
           end-if.
      *
       040-write-heading.
      * Title and run date at the top of the report, the
      * reorganization asked for under it, and a proof run marked
      * as such before anything else is read
           move ws-run-date-iso to ws-h1-date.
           write report-line from ws-heading-line.
           move ws-reorg-action to ws-rl-action.
           move ws-from-dept to ws-rl-from.
           move ws-to-dept to ws-rl-to.
           move ws-effective-date to ws-rl-effective.
           write report-line from ws-request-line.
           if ws-proof-only = "Y"
               move "PROOF ONLY -- NOT YET EFFECTIVE, NOTHING APPLIED"
                   to report-line
               write report-line
           end-if.
           move spaces to report-line.
           write report-line.
      *
       055-open-audit-file.
      * Append to the audit trail so every run's history survives;
      * if it doesn't exist yet create it empty and reopen for
      * append, the same way the batch program bootstraps it
           open extend audit-file.
           if ws-audit-status = "35"
               open output audit-file
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
                   if op-program(ws-auth-idx) = "A1CNTREO"
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
           move "A1CNTREO" to sv-program.
           move ws-auth-command to sv-command.
           move ws-auth-department to sv-department.
           move ws-auth-contact to sv-contact-number.
           move ws-auth-name to sv-name.
           move ws-violation-reason to sv-reason.
           write violation-record.
           close violation-file.
      *
       100-check-departments.
      * The TO code must be on the table and in use. A merge or a
      * retirement marks the FROM code, so it must be on the table
      * and not retired already; a plain move may take contacts off
      * any code, a legacy one the table never knew included
           if ws-reorg-action not = "RETIRE"
               move ws-to-dept to dp-dept-code
               read dept-file
                   invalid key
                       move "N" to ws-reorg-ok
                       move "TO= CODE NOT ON THE DEPARTMENT TABLE"
                           to ws-refusal-reason
                       exit paragraph
               end-read
               if dp-status = "R"
                   move "N" to ws-reorg-ok
                   move "TO= CODE IS RETIRED" to ws-refusal-reason
                   exit paragraph
               end-if
           end-if.
           if ws-reorg-action not = "MOVE  "
               move ws-from-dept to dp-dept-code
               read dept-file
                   invalid key
                       move "N" to ws-reorg-ok
                       move "FROM= CODE NOT ON THE DEPARTMENT TABLE"
                           to ws-refusal-reason
                       exit paragraph
               end-read
               if dp-status = "R"
                   move "N" to ws-reorg-ok
                   move "FROM= CODE IS ALREADY RETIRED"
                       to ws-refusal-reason
                   exit paragraph
               end-if
           end-if.
      *
       150-count-contacts-left.
      * Count the contacts -- active or not -- still carrying the
      * FROM code through the department alternate index; a code
      * cannot retire from under them, or a reinstatement would
      * bring a retired code back onto the master
           move 0 to ws-contacts-left.
           move "NO" to ws-master-scan-eof.
           move ws-from-dept to cm-department.
           start master-file key is not less than cm-department
               invalid key
                   move "YES" to ws-master-scan-eof
           end-start.
           perform until ws-master-scan-eof = "YES"
               read master-file next record
                   at end
                       move "YES" to ws-master-scan-eof
                   not at end
                       if cm-department = ws-from-dept
                           add 1 to ws-contacts-left
                       else
                           move "YES" to ws-master-scan-eof
                       end-if
               end-read
           end-perform.
      *
       200-move-whole-department.
      * Move every contact -- active or not -- carrying the FROM
      * code. Each one moved leaves the FROM code's stretch of the
      * department index, so an applying run restarts at the head
      * of that stretch after every move until none is left; a
      * proof run moves nothing and simply reads through it
           move "NO" to ws-master-scan-eof.
           perform 210-start-from-department.
           perform until ws-master-scan-eof = "YES"
               read master-file next record
                   at end
                       move "YES" to ws-master-scan-eof
                   not at end
                       if cm-department = ws-from-dept
                           perform 220-move-one-contact
                           if ws-proof-only = "N"
                               perform 210-start-from-department
                           end-if
                       else
                           move "YES" to ws-master-scan-eof
                       end-if
               end-read
           end-perform.
      *
       210-start-from-department.
      * Position on the first contact carrying the FROM code; a
      * failed move ends the sweep instead, or the restart would
      * find the same contact again forever
           if ws-move-failed = "Y"
               move "YES" to ws-master-scan-eof
               exit paragraph
           end-if.
           move ws-from-dept to cm-department.
           start master-file key is not less than cm-department
               invalid key
                   move "YES" to ws-master-scan-eof
           end-start.
      *
       220-move-one-contact.
      * Move the contact just read to the TO code under its own
      * contact number, and audit and file the move as the CHANGE
      * it is; a proof run only lists it
           move contact-master-record to ws-history-before.
           move cm-contact-number to ws-dl-number.
           move cm-name to ws-dl-name.
           move spaces to ws-dl-extra.
           if cm-status = "I"
               string "INACTIVE SINCE " delimited by size
                      cm-term-date delimited by size
                   into ws-dl-extra
               end-string
           end-if.
           if ws-proof-only = "Y"
               add 1 to ws-contacts-moved
               move "WOULD MOVE:" to ws-dl-label
               write report-line from ws-detail-line
               exit paragraph
           end-if.
           move ws-to-dept to cm-department.
           rewrite contact-master-record
               invalid key
                   add 1 to ws-moves-failed
                   move "Y" to ws-move-failed
                   move "MOVE FAILED:" to ws-dl-label
                   write report-line from ws-detail-line
                   end-write
                   display "Rewrite failed, reorganization stopped "
                           "at contact # " cm-contact-number
               not invalid key
                   add 1 to ws-contacts-moved
                   perform 600-write-audit-entry
                   move "MOVED:" to ws-dl-label
                   write report-line from ws-detail-line
                   end-write
           end-rewrite.
      *
       250-move-listed-contacts.
      * Move only the contacts the CONTACT= cards list, each read
      * by its contact number; one not on file, or not in the FROM
      * department, is listed and skipped
           perform varying ws-subset-idx from 1 by 1
                   until ws-subset-idx > ws-subset-count
                      or ws-move-failed = "Y"
               perform 260-move-one-listed-contact
           end-perform.
      *
       260-move-one-listed-contact.
      * One listed contact: found, in the FROM department, moved
           move spaces to ws-dl-name.
           move ws-subset-entry(ws-subset-idx) to ws-dl-number.
           move "SKIPPED:" to ws-dl-label.
           if ws-subset-entry(ws-subset-idx) is not numeric
               add 1 to ws-contacts-skipped
               move "CONTACT NUMBER NOT NUMERIC" to ws-dl-extra
               write report-line from ws-detail-line
               exit paragraph
           end-if.
           move ws-subset-entry(ws-subset-idx) to cm-contact-number.
           read master-file
               invalid key
                   add 1 to ws-contacts-skipped
                   move "NOT ON FILE" to ws-dl-extra
                   write report-line from ws-detail-line
                   exit paragraph
           end-read.
           if cm-department not = ws-from-dept
               add 1 to ws-contacts-skipped
               move cm-name to ws-dl-name
               move spaces to ws-dl-extra
               string "IN " delimited by size
                      cm-department delimited by size
                      ", NOT " delimited by size
                      ws-from-dept delimited by size
                   into ws-dl-extra
               end-string
               write report-line from ws-detail-line
               exit paragraph
           end-if.
           perform 220-move-one-contact.
      *
       300-retire-from-department.
      * Mark the FROM code retired on the department table as of
      * the effective date -- with the TO code as its successor
      * when its contacts were merged there -- so adds and changes
      * quoting it are rejected from now on
           move spaces to ws-dl-number.
           move ws-from-dept to ws-dl-name.
           move spaces to ws-dl-extra.
           if ws-reorg-action = "MERGE "
               string "SUCCEEDED BY " delimited by size
                      ws-to-dept delimited by size
                   into ws-dl-extra
               end-string
           end-if.
           if ws-proof-only = "Y"
               move "WOULD RETIRE:" to ws-dl-label
               write report-line from ws-detail-line
               exit paragraph
           end-if.
           move ws-from-dept to dp-dept-code.
           read dept-file
               invalid key
                   move "Y" to ws-move-failed
                   display "Department vanished, not retired: "
                           ws-from-dept
                   exit paragraph
           end-read.
           move "R" to dp-status.
           move ws-effective-date to dp-retired-date.
           if ws-reorg-action = "MERGE "
               move ws-to-dept to dp-successor
           else
               move spaces to dp-successor
           end-if.
           rewrite department-record
               invalid key
                   move "Y" to ws-move-failed
                   display "Rewrite failed, not retired: "
                           ws-from-dept
               not invalid key
                   move "CODE RETIRED:" to ws-dl-label
                   write report-line from ws-detail-line
                   end-write
           end-rewrite.
      *
       500-write-summary.
      * Close the report with the counts that frame the run
           move spaces to report-line.
           write report-line.
           if ws-proof-only = "Y"
               move "CONTACTS THAT WOULD MOVE:" to ws-sl-label
           else
               move "CONTACTS MOVED:" to ws-sl-label
           end-if.
           move ws-contacts-moved to ws-sl-count.
           write report-line from ws-summary-line.
           move "LISTED CONTACTS SKIPPED:" to ws-sl-label.
           move ws-contacts-skipped to ws-sl-count.
           write report-line from ws-summary-line.
           move "MOVES FAILED:" to ws-sl-label.
           move ws-moves-failed to ws-sl-count.
           write report-line from ws-summary-line.
           if ws-reorg-action = "RETIRE"
               move "CONTACTS STILL ON FROM CODE:" to ws-sl-label
               move ws-contacts-left to ws-sl-count
               write report-line from ws-summary-line
           end-if.
      *
       600-write-audit-entry.
      * Log the move as the CHANGE a "C" transaction would have
      * logged, the contact's fields with the new department as
      * the after-image, and file it on the contact history
           perform 610-set-audit-timestamp.
           move ws-operator-id          to au-operator-id.
           move ws-audit-date           to au-date.
           move ws-audit-time           to au-time.
           move "CHANGE"                to au-action.
           move cm-contact-number       to au-contact-number.
           move cm-name                 to au-name.
           move cm-email                to au-email.
           move cm-phone-number         to au-phone-number.
           move cm-department           to au-department.
           move "B"                     to au-source.
           move 0                       to au-batch-number.
           write audit-record.
           move ws-history-before(9:78)      to hi-before-image.
           move contact-master-record(9:78)  to hi-after-image.
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
           accept ws-audit-raw-date from date yyyymmdd.
           accept ws-audit-raw-time from time.
           move ws-audit-yyyy to ws-audit-date(1:4).
           move "-"           to ws-audit-date(5:1).
           move ws-audit-mm   to ws-audit-date(6:2).
           move "-"           to ws-audit-date(8:1).
           move ws-audit-dd   to ws-audit-date(9:2).
           move ws-audit-hh   to ws-audit-time(1:2).
           move ":"           to ws-audit-time(3:1).
           move ws-audit-mi   to ws-audit-time(4:2).
           move ":"           to ws-audit-time(6:1).
           move ws-audit-ss   to ws-audit-time(7:2).
      *
       end program A1-ContactReorg.
