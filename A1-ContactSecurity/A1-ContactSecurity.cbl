       identification division.
       program-id. A1-ContactSecurity.
       author. Gaelen Rhoads.
       date-written. 2026-10-15.
      * Description:
      *    Operator authorization for the MAFD 4202 contact list.
      *    The operator security file says, per operator ID, which
      *    helpdesk commands (I/A/C/D/R) the operator may use, in
      *    which departments, and which utility programs (merge,
      *    purge, reorganization, privacy, suspense and this one)
      *    they may run; the inquiry program and the utilities
      *    read it before they act and log every refusal on the
      *    security violation log.
      *    Run in two modes off the SECPARM cards. MODE=MAINTAIN
      *    applies the operator entries on the cards -- each
      *    OPERATOR= card starts an entry that replaces the
      *    operator's whole authority, or REMOVE takes it off --
      *    and lists the table as it then stands; only an operator
      *    the table already allows to run this program may change
      *    it, except on an empty table, so the first entries can
      *    be loaded. MODE=VIOLATIONS prints the day's refused
      *    attempts off the violation log (DATE= for another day)
      *    by operator, for the system owner.
      *
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      * The operator security file -- a KSDS keyed by operator ID
      * -- assigned to the CNTLOPER ddname
           select operator-file
               assign to CNTLOPER
               organization is indexed
               access mode is dynamic
               record key is op-operator-id
               file status is ws-operator-status.
      * The security violation log every checking program appends
      * its refusals to -- assigned to the CNTLSVIO ddname
           select violation-file
               assign to CNTLSVIO
               organization is line sequential
               file status is ws-violation-status.
      * The department reference table, to hold DEPT= cards to
      * codes that exist -- assigned to the CNTLDEPT ddname
           select dept-file
               assign to CNTLDEPT
               organization is indexed
               access mode is dynamic
               record key is dp-dept-code
               file status is ws-dept-status.
      * Mode, date and operator-entry cards -- assigned to the
      * SECPARM ddname
           select parm-file
               assign to SECPARM
               organization is line sequential
               file status is ws-parm-status.
      * Work file used to sort the day's violations into operator
      * and time order
           select sort-work-file
               assign to "../../../../data/A1-ContactSecurity.srt".
      * The printed table listing or violation report -- assigned
      * to the SECRPT ddname
           select report-file
               assign to SECRPT
               organization is line sequential.
      *
       data division.
       file section.
      * Declare the layout of an operator security record -- must
      * match the checking programs' declaration byte for byte.
      * Status "S" is suspended (every check refuses); spaces is
      * active. Each command right is "Y" or "N". All-departments
      * "Y" lets the operator work in every department, otherwise
      * only in the codes listed; the programs are load-module
      * names
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
      * match the checking programs' declaration byte for byte
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
      * Sort work file -- one violation, in operator/time order
       sd sort-work-file
           data record is sort-work-record.
       01 sort-work-record.
         05 sw-operator-id              pic X(8).
         05 sw-time                     pic X(8).
         05 sw-program                  pic X(8).
         05 sw-command                  pic X(1).
         05 sw-department               pic X(5).
         05 sw-contact-number           pic X(8).
         05 sw-name                     pic X(20).
         05 sw-reason                   pic X(30).
      * Declare how long the report lines will be in our file
       fd report-file
           data record is report-line
           record contains 132 characters.
       01 report-line                   pic X(132).
      *
       working-storage section.
      * File status fields
       01 ws-operator-status         pic XX.
       01 ws-violation-status        pic XX.
       01 ws-dept-status             pic XX.
       01 ws-parm-status             pic XX.
      * EOF flags for the parm deck, the table listing, the
      * violation log and the sort
       01 ws-parm-eof                pic X(3)
                 value "NO".
       01 ws-operator-eof            pic X(3)
                 value "NO".
       01 ws-violation-eof           pic X(3)
                 value "NO".
       01 ws-sort-eof                pic X(3)
                 value "NO".
      * The mode and report date the cards asked for
       01 ws-mode                    pic X(10)
                 value spaces.
       01 ws-report-date             pic X(10)
                 value spaces.
      * Set off when the run must not go ahead
       01 ws-security-ok             pic X(1)
                 value "Y".
      * Whether the department table opened -- without it DEPT=
      * codes are taken as keyed
       01 ws-dept-open               pic X(1)
                 value "N".
      * Operator ID running the job, from the OS user
       01 ws-operator-id             pic X(8)
                 value spaces.
      * Set when the table has no entries at all yet
       01 ws-table-empty             pic X(1)
                 value "N".
      * The operator entry being built from the cards: whether one
      * is open, whether it is to be removed, why it is refused
      * (spaces while it is good), and the entry itself
       01 ws-entry-open              pic X(1)
                 value "N".
       01 ws-entry-remove            pic X(1)
                 value "N".
       01 ws-entry-refusal           pic X(40)
                 value spaces.
       01 ws-entry-dept-count        pic 9(2)
                 value 0.
       01 ws-entry-program-count     pic 9(2)
                 value 0.
       01 ws-entry-record            pic X(200)
                 value spaces.
      * Scratch fields for the cards, the listing and the checks
       01 ws-char-idx                pic 9(2)
                 value 0.
       01 ws-list-idx                pic 9(2)
                 value 0.
       01 ws-list-pos                pic 9(3)
                 value 0.
       01 ws-letter                  pic X(1)
                 value spaces.
       01 ws-violation-reason        pic X(30)
                 value spaces.
      * The operator whose violations are being printed
       01 ws-prev-operator           pic X(8)
                 value spaces.
       01 ws-operator-count          pic 9(5)
                 value 0.
      * Today as YYYY-MM-DD, and the time, for the stamps
       01 ws-run-date-iso            pic X(10)
                 value spaces.
       01 ws-audit-date              pic X(10)
                 value spaces.
       01 ws-audit-time              pic X(8)
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
      * Tallies for the summary
       01 ws-entries-added           pic 9(6)
                 value 0.
       01 ws-entries-replaced        pic 9(6)
                 value 0.
       01 ws-entries-removed         pic 9(6)
                 value 0.
       01 ws-entries-refused         pic 9(6)
                 value 0.
       01 ws-cards-ignored           pic 9(6)
                 value 0.
       01 ws-operators-listed        pic 9(6)
                 value 0.
       01 ws-violations-read         pic 9(6)
                 value 0.
       01 ws-violations-listed       pic 9(6)
                 value 0.
       01 ws-operators-refused       pic 9(6)
                 value 0.
      * Declare the report heading
       01 ws-heading-line.
         05 filler                     pic X(44)
                   value "MAFD 4202 OPERATOR SECURITY                ".
         05 filler                     pic X(6)
                   value "DATE: ".
         05 ws-h1-date                 pic X(10)
                   value spaces.
         05 filler                     pic X(72)
                   value spaces.
      * Declare a section title line
       01 ws-title-line.
         05 ws-tl-title                pic X(60).
         05 filler                     pic X(72)
                   value spaces.
      * Declare an applied-entry line
       01 ws-entry-line.
         05 filler                     pic X(2)
                   value spaces.
         05 ws-el-operator-id          pic X(8).
         05 filler                     pic X(2)
                   value spaces.
         05 ws-el-result               pic X(10).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-el-detail               pic X(40).
         05 filler                     pic X(69)
                   value spaces.
      * Declare the table listing's column heading
       01 ws-table-column-line.
         05 filler                     pic X(30)
                   value "  OPERATOR  NAME              ".
         05 filler                     pic X(31)
                   value "              STATUS    COMMAND".
         05 filler                     pic X(29)
                   value "S UPDATED    BY              ".
         05 filler                     pic X(42)
                   value spaces.
      * Declare an operator's line on the table listing
       01 ws-table-line.
         05 filler                     pic X(2)
                   value spaces.
         05 ws-tb-operator-id          pic X(8).
         05 filler                     pic X(2)
                   value spaces.
         05 ws-tb-name                 pic X(30).
         05 filler                     pic X(2)
                   value spaces.
         05 ws-tb-status               pic X(9).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-tb-commands             pic X(5).
         05 filler                     pic X(4)
                   value spaces.
         05 ws-tb-updated-date         pic X(10).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-tb-updated-by           pic X(8).
         05 filler                     pic X(50)
                   value spaces.
      * Declare the departments or programs line under it
       01 ws-table-list-line.
         05 filler                     pic X(12)
                   value spaces.
         05 ws-tl-label                pic X(13).
         05 ws-tl-values               pic X(107).
      * Declare the violation report's operator sub-heading
       01 ws-viol-heading-line.
         05 filler                     pic X(10)
                   value "OPERATOR: ".
         05 ws-vh-operator-id          pic X(8).
         05 filler                     pic X(2)
                   value spaces.
         05 ws-vh-name                 pic X(30).
         05 filler                     pic X(82)
                   value spaces.
      * Declare the violation report's column heading
       01 ws-viol-column-line.
         05 filler                     pic X(30)
                   value "  TIME     PROGRAM  CMD DEPT  ".
         05 filler                     pic X(30)
                   value "CONTACT# NAME                 ".
         05 filler                     pic X(30)
                   value "REASON                        ".
         05 filler                     pic X(42)
                   value spaces.
      * Declare one violation
       01 ws-viol-detail-line.
         05 filler                     pic X(2)
                   value spaces.
         05 ws-vd-time                 pic X(8).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-vd-program              pic X(8).
         05 filler                     pic X(2)
                   value spaces.
         05 ws-vd-command              pic X(1).
         05 filler                     pic X(2)
                   value spaces.
         05 ws-vd-department           pic X(5).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-vd-contact-number       pic X(8).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-vd-name                 pic X(20).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-vd-reason               pic X(30).
         05 filler                     pic X(42)
                   value spaces.
      * Declare the per-operator count line
       01 ws-viol-total-line.
         05 filler                     pic X(26)
                   value "  ATTEMPTS REFUSED:       ".
         05 ws-vt-count                pic ZZZZ9.
         05 filler                     pic X(101)
                   value spaces.
      * Declare a summary count line
       01 ws-summary-line.
         05 ws-sl-label                pic X(36).
         05 ws-sl-count                pic ZZZZZ9.
         05 filler                     pic X(90)
                   value spaces.
      *
       procedure division.
       000-main.
      * Find out who is running the job -- the table is only
      * changed by an operator it already trusts with this program
           display "USER" upon environment-name.
           accept ws-operator-id from environment-value.
           perform 610-set-audit-timestamp.
           move ws-audit-date to ws-run-date-iso.
           perform 010-read-parm-cards.
           if ws-security-ok = "N"
               move 12 to return-code
               goback
           end-if.
           open output report-file.
           move ws-run-date-iso to ws-h1-date.
           write report-line from ws-heading-line.
           move spaces to report-line.
           write report-line.
           if ws-mode = "MAINTAIN"
               perform 100-maintain-table
           else
               perform 300-report-violations
           end-if.
           close report-file.
           if ws-security-ok = "N"
               move 12 to return-code
           else
      * Entries refused, or any refused attempt on the day's log,
      * end the run at RC=4 so the listing gets read
               if ws-entries-refused > 0
                       or ws-violations-listed > 0
                   move 4 to return-code
               end-if
           end-if.
           goback.
      *
       010-read-parm-cards.
      * First pass over the deck for the mode and the report date;
      * the operator entries are applied on a second pass
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
                                   move parm-record(6:10) to ws-mode
                               when parm-record(1:5) = "DATE="
                                   move parm-record(6:10)
                                       to ws-report-date
                               when other
                                   continue
                           end-evaluate
                   end-read
               end-perform
               close parm-file
           end-if.
           if ws-mode not = "MAINTAIN" and ws-mode not = "VIOLATIONS"
               move "N" to ws-security-ok
               display "Security run refused - MODE=MAINTAIN or "
                       "MODE=VIOLATIONS card is required"
               exit paragraph
           end-if.
           if ws-report-date = spaces
               move ws-run-date-iso to ws-report-date
           end-if.
           if ws-report-date(1:4) is not numeric
                   or ws-report-date(5:1) not = "-"
                   or ws-report-date(6:2) is not numeric
                   or ws-report-date(8:1) not = "-"
                   or ws-report-date(9:2) is not numeric
               move "N" to ws-security-ok
               display "Security run refused - DATE= must be "
                       "YYYY-MM-DD"
           end-if.
      *
       100-maintain-table.
      * Open (or, the first time, create) the table, make sure the
      * operator running the job may change it, apply the entries
      * on the cards and list the table as it now stands
           open i-o operator-file.
           if ws-operator-status = "35"
               open output operator-file
               close operator-file
               open i-o operator-file
           end-if.
           if ws-operator-status not = "00"
               display "Operator security file not available, "
                       "status " ws-operator-status
               move "N" to ws-security-ok
               exit paragraph
           end-if.
           perform 110-check-maintainer.
           if ws-security-ok = "N"
               move spaces to report-line
               string "REFUSED: " delimited by size
                      ws-violation-reason delimited by size
                      " - " delimited by size
                      ws-operator-id delimited by size
                   into report-line
               end-string
               write report-line
               close operator-file
               exit paragraph
           end-if.
           open input dept-file.
           if ws-dept-status = "00"
               move "Y" to ws-dept-open
           end-if.
           move "OPERATOR ENTRIES APPLIED" to ws-tl-title.
           write report-line from ws-title-line.
           perform 200-apply-entry-cards.
           move spaces to report-line.
           write report-line.
           move "OPERATOR SECURITY TABLE" to ws-tl-title.
           write report-line from ws-title-line.
           write report-line from ws-table-column-line.
           perform 250-list-table.
           perform 290-write-maintain-summary.
           if ws-dept-open = "Y"
               close dept-file
           end-if.
           close operator-file.
      *
       110-check-maintainer.
      * An empty table may be loaded by anyone -- there is nobody
      * on it yet to trust. Otherwise the operator must be on it,
      * active, with this program among their utilities; a refusal
      * is logged like any other
           move "Y" to ws-table-empty.
           move low-values to op-operator-id.
           start operator-file key is not less than op-operator-id
               invalid key
                   continue
               not invalid key
                   read operator-file next record
                       at end
                           continue
                       not at end
                           move "N" to ws-table-empty
                   end-read
           end-start.
           if ws-table-empty = "Y"
               display "Operator security table is empty - loading "
                       "the first entries"
               exit paragraph
           end-if.
           move spaces to ws-violation-reason.
           move ws-operator-id to op-operator-id.
           read operator-file
               invalid key
                   move "Operator not on security table"
                       to ws-violation-reason
           end-read.
           if ws-violation-reason = spaces
               if op-status = "S"
                   move "Operator suspended" to ws-violation-reason
               else
                   move "Program not authorized"
                       to ws-violation-reason
                   perform varying ws-list-idx from 1 by 1
                           until ws-list-idx > 10
                       if op-program(ws-list-idx) = "A1CNTSEC"
                           move spaces to ws-violation-reason
                       end-if
                   end-perform
               end-if
           end-if.
           if ws-violation-reason not = spaces
               move "N" to ws-security-ok
               display "Security table maintenance refused - "
                       ws-violation-reason
               perform 620-log-violation
           end-if.
      *
       200-apply-entry-cards.
      * Second pass over the deck: each OPERATOR= card closes the
      * entry before it and opens the next
           move "N" to ws-entry-open.
           open input parm-file.
           if ws-parm-status not = "00"
               exit paragraph
           end-if.
           move "NO" to ws-parm-eof.
           perform until ws-parm-eof = "YES"
               read parm-file
                   at end
                       move "YES" to ws-parm-eof
                   not at end
                       perform 205-parse-entry-card
               end-read
           end-perform.
           close parm-file.
           if ws-entry-open = "Y"
               perform 230-apply-entry
           end-if.
      *
       205-parse-entry-card.
      * One card of an operator entry
           evaluate true
               when parm-record(1:5) = "MODE="
                       or parm-record(1:5) = "DATE="
                       or parm-record = spaces
                   continue
               when parm-record(1:9) = "OPERATOR="
                   if ws-entry-open = "Y"
                       perform 230-apply-entry
                   end-if
                   perform 210-open-entry
               when ws-entry-open = "N"
                   add 1 to ws-cards-ignored
                   display "Card before any OPERATOR= card, "
                           "ignored: " parm-record
               when parm-record(1:5) = "NAME="
                   move parm-record(6:30) to op-operator-name
               when parm-record(1:9) = "COMMANDS="
                   perform 215-parse-commands
               when parm-record(1:5) = "DEPT="
                   perform 220-add-department
               when parm-record(1:8) = "PROGRAM="
                   perform 225-add-program
               when parm-record(1:7) = "SUSPEND"
                   move "S" to op-status
               when parm-record(1:6) = "REMOVE"
                   move "Y" to ws-entry-remove
               when other
                   add 1 to ws-cards-ignored
                   display "Parameter card not understood, ignored: "
                           parm-record
           end-evaluate.
      *
       210-open-entry.
      * Start a fresh entry: no commands, departments or programs
      * until the cards grant them
           move "Y" to ws-entry-open.
           move "N" to ws-entry-remove.
           move spaces to ws-entry-refusal.
           move 0 to ws-entry-dept-count.
           move 0 to ws-entry-program-count.
           move spaces to operator-record.
           move parm-record(10:8) to op-operator-id.
           move "NNNNN" to op-command-rights.
           move "N" to op-all-departments.
           if op-operator-id = spaces
               move "NO OPERATOR ID ON THE OPERATOR= CARD"
                   to ws-entry-refusal
           end-if.
      *
       215-parse-commands.
      * Any of I, A, C, D and R, in any order, up to the first space
           move "NNNNN" to op-command-rights.
           perform varying ws-char-idx from 10 by 1
                   until ws-char-idx > 14
                   or parm-record(ws-char-idx:1) = space
               move parm-record(ws-char-idx:1) to ws-letter
               evaluate ws-letter
                   when "I"
                       move "Y" to op-allow-inquire
                   when "A"
                       move "Y" to op-allow-add
                   when "C"
                       move "Y" to op-allow-change
                   when "D"
                       move "Y" to op-allow-deactivate
                   when "R"
                       move "Y" to op-allow-reinstate
                   when other
                       move "COMMANDS= TAKES ONLY I, A, C, D AND R"
                           to ws-entry-refusal
               end-evaluate
           end-perform.
      *
       220-add-department.
      * One department the operator may work in, or *ALL for
      * every department; a code must be on the department table
           if parm-record(6:4) = "*ALL"
               move "Y" to op-all-departments
               exit paragraph
           end-if.
           if parm-record(6:5) = spaces
               move "DEPT= CARD WITH NO CODE" to ws-entry-refusal
               exit paragraph
           end-if.
           if ws-entry-dept-count = 10
               move "MORE THAN 10 DEPT= CARDS" to ws-entry-refusal
               exit paragraph
           end-if.
           if ws-dept-open = "Y"
               move parm-record(6:5) to dp-dept-code
               read dept-file
                   invalid key
                       move "DEPT= CODE NOT ON DEPARTMENT TABLE"
                           to ws-entry-refusal
                       exit paragraph
               end-read
           end-if.
           add 1 to ws-entry-dept-count.
           move parm-record(6:5) to op-department(ws-entry-dept-count).
      *
       225-add-program.
      * One utility program the operator may run, by load-module
      * name
           if parm-record(9:8) = spaces
               move "PROGRAM= CARD WITH NO NAME" to ws-entry-refusal
               exit paragraph
           end-if.
           if ws-entry-program-count = 10
               move "MORE THAN 10 PROGRAM= CARDS" to ws-entry-refusal
               exit paragraph
           end-if.
           add 1 to ws-entry-program-count.
           move parm-record(9:8)
               to op-program(ws-entry-program-count).
      *
       230-apply-entry.
      * File the finished entry: remove it, or replace whatever
      * the operator had with what the cards grant. An entry with
      * a fault is refused whole, the operator keeping what they
      * had
           move "N" to ws-entry-open.
           move op-operator-id to ws-el-operator-id.
           if ws-entry-refusal not = spaces
               add 1 to ws-entries-refused
               move "REFUSED" to ws-el-result
               move ws-entry-refusal to ws-el-detail
               write report-line from ws-entry-line
               exit paragraph
           end-if.
           if ws-entry-remove = "Y"
               delete operator-file
                   invalid key
                       add 1 to ws-entries-refused
                       move "REFUSED" to ws-el-result
                       move "NOT ON THE TABLE, NOTHING TO REMOVE"
                           to ws-el-detail
                   not invalid key
                       add 1 to ws-entries-removed
                       move "REMOVED" to ws-el-result
                       move spaces to ws-el-detail
               end-delete
               write report-line from ws-entry-line
               exit paragraph
           end-if.
           perform 610-set-audit-timestamp.
           move ws-audit-date to op-updated-date.
           move ws-operator-id to op-updated-by.
           move operator-record to ws-entry-record.
           write operator-record
               invalid key
                   move ws-entry-record to operator-record
                   rewrite operator-record
                       invalid key
                           add 1 to ws-entries-refused
                           move "REFUSED" to ws-el-result
                           move "TABLE UPDATE FAILED" to ws-el-detail
                       not invalid key
                           add 1 to ws-entries-replaced
                           move "REPLACED" to ws-el-result
                           move op-operator-name to ws-el-detail
                   end-rewrite
               not invalid key
                   add 1 to ws-entries-added
                   move "ADDED" to ws-el-result
                   move op-operator-name to ws-el-detail
           end-write.
           write report-line from ws-entry-line.
      *
       250-list-table.
      * Every operator on the table, with the rights they hold
           move low-values to op-operator-id.
           move "NO" to ws-operator-eof.
           start operator-file key is not less than op-operator-id
               invalid key
                   move "YES" to ws-operator-eof
           end-start.
           perform until ws-operator-eof = "YES"
               read operator-file next record
                   at end
                       move "YES" to ws-operator-eof
                   not at end
                       perform 255-list-one-operator
               end-read
           end-perform.
      *
       255-list-one-operator.
      * The operator's line, then their departments and programs
           add 1 to ws-operators-listed.
           move op-operator-id to ws-tb-operator-id.
           move op-operator-name to ws-tb-name.
           if op-status = "S"
               move "SUSPENDED" to ws-tb-status
           else
               move "ACTIVE" to ws-tb-status
           end-if.
           move spaces to ws-tb-commands.
           if op-allow-inquire = "Y"
               move "I" to ws-tb-commands(1:1)
           end-if.
           if op-allow-add = "Y"
               move "A" to ws-tb-commands(2:1)
           end-if.
           if op-allow-change = "Y"
               move "C" to ws-tb-commands(3:1)
           end-if.
           if op-allow-deactivate = "Y"
               move "D" to ws-tb-commands(4:1)
           end-if.
           if op-allow-reinstate = "Y"
               move "R" to ws-tb-commands(5:1)
           end-if.
           move op-updated-date to ws-tb-updated-date.
           move op-updated-by to ws-tb-updated-by.
           write report-line from ws-table-line.
           move "DEPARTMENTS: " to ws-tl-label.
           move spaces to ws-tl-values.
           if op-all-departments = "Y"
               move "*ALL" to ws-tl-values
           else
               move 1 to ws-list-pos
               perform varying ws-list-idx from 1 by 1
                       until ws-list-idx > 10
                   if op-department(ws-list-idx) not = spaces
                       move op-department(ws-list-idx)
                           to ws-tl-values(ws-list-pos:5)
                       add 6 to ws-list-pos
                   end-if
               end-perform
           end-if.
           write report-line from ws-table-list-line.
           move "PROGRAMS:    " to ws-tl-label.
           move spaces to ws-tl-values.
           move 1 to ws-list-pos.
           perform varying ws-list-idx from 1 by 1
                   until ws-list-idx > 10
               if op-program(ws-list-idx) not = spaces
                   move op-program(ws-list-idx)
                       to ws-tl-values(ws-list-pos:8)
                   add 9 to ws-list-pos
               end-if
           end-perform.
           write report-line from ws-table-list-line.
      *
       290-write-maintain-summary.
      * Close the listing with the counts that frame the run
           move spaces to report-line.
           write report-line.
           move "ENTRIES ADDED:" to ws-sl-label.
           move ws-entries-added to ws-sl-count.
           write report-line from ws-summary-line.
           move "ENTRIES REPLACED:" to ws-sl-label.
           move ws-entries-replaced to ws-sl-count.
           write report-line from ws-summary-line.
           move "ENTRIES REMOVED:" to ws-sl-label.
           move ws-entries-removed to ws-sl-count.
           write report-line from ws-summary-line.
           move "ENTRIES REFUSED:" to ws-sl-label.
           move ws-entries-refused to ws-sl-count.
           write report-line from ws-summary-line.
           move "CARDS IGNORED:" to ws-sl-label.
           move ws-cards-ignored to ws-sl-count.
           write report-line from ws-summary-line.
           move "OPERATORS ON THE TABLE:" to ws-sl-label.
           move ws-operators-listed to ws-sl-count.
           write report-line from ws-summary-line.
      *
       300-report-violations.
      * The refused attempts logged on the report date, sorted by
      * operator and time, with a count per operator. A log not yet
      * created simply has nothing on it
           move spaces to ws-tl-title.
           string "SECURITY VIOLATIONS LOGGED ON " delimited by size
                  ws-report-date delimited by size
               into ws-tl-title
           end-string.
           write report-line from ws-title-line.
           open input operator-file.
           sort sort-work-file
               on ascending key sw-operator-id sw-time
               input procedure is 310-release-violations
               output procedure is 320-print-violations.
           if ws-prev-operator not = spaces
               perform 330-write-operator-total
           end-if.
           if ws-violations-listed = 0
               move spaces to report-line
               write report-line
               move "  NO VIOLATIONS LOGGED" to ws-tl-title
               write report-line from ws-title-line
           end-if.
           if ws-operator-status = "00"
               close operator-file
           end-if.
           move spaces to report-line.
           write report-line.
           move "VIOLATION LOG RECORDS READ:" to ws-sl-label.
           move ws-violations-read to ws-sl-count.
           write report-line from ws-summary-line.
           move "ATTEMPTS REFUSED ON THE DATE:" to ws-sl-label.
           move ws-violations-listed to ws-sl-count.
           write report-line from ws-summary-line.
           move "OPERATORS REFUSED:" to ws-sl-label.
           move ws-operators-refused to ws-sl-count.
           write report-line from ws-summary-line.
      *
       310-release-violations.
      * Feed the sort the log's records for the report date
           open input violation-file.
           if ws-violation-status not = "00"
               exit paragraph
           end-if.
           move "NO" to ws-violation-eof.
           perform until ws-violation-eof = "YES"
               read violation-file
                   at end
                       move "YES" to ws-violation-eof
                   not at end
                       add 1 to ws-violations-read
                       if sv-date = ws-report-date
                           move sv-operator-id to sw-operator-id
                           move sv-time to sw-time
                           move sv-program to sw-program
                           move sv-command to sw-command
                           move sv-department to sw-department
                           move sv-contact-number
                               to sw-contact-number
                           move sv-name to sw-name
                           move sv-reason to sw-reason
                           release sort-work-record
                       end-if
               end-read
           end-perform.
           close violation-file.
      *
       320-print-violations.
      * Print the sorted attempts, breaking to a new operator
      * sub-heading whenever the operator changes
           move "NO" to ws-sort-eof.
           perform 321-return-next-violation.
           perform until ws-sort-eof = "YES"
               if sw-operator-id not = ws-prev-operator
                   if ws-prev-operator not = spaces
                       perform 330-write-operator-total
                   end-if
                   move sw-operator-id to ws-prev-operator
                   move 0 to ws-operator-count
                   add 1 to ws-operators-refused
                   perform 325-write-operator-heading
               end-if
               move sw-time to ws-vd-time
               move sw-program to ws-vd-program
               move sw-command to ws-vd-command
               move sw-department to ws-vd-department
               move sw-contact-number to ws-vd-contact-number
               move sw-name to ws-vd-name
               move sw-reason to ws-vd-reason
               write report-line from ws-viol-detail-line
               add 1 to ws-operator-count
               add 1 to ws-violations-listed
               perform 321-return-next-violation
           end-perform.
      *
       321-return-next-violation.
      * Pull the next operator/time-sorted attempt from the sort
           return sort-work-file
               at end
                   move "YES" to ws-sort-eof
           end-return.
      *
       325-write-operator-heading.
      * The operator's name off the table, when they are on it
           move sw-operator-id to ws-vh-operator-id.
           move "(NOT ON SECURITY TABLE)" to ws-vh-name.
           if ws-operator-status = "00"
               move sw-operator-id to op-operator-id
               read operator-file
                   invalid key
                       continue
                   not invalid key
                       move op-operator-name to ws-vh-name
               end-read
           end-if.
           move spaces to report-line.
           write report-line.
           write report-line from ws-viol-heading-line.
           write report-line from ws-viol-column-line.
      *
       330-write-operator-total.
      * Close off the operator just finished with their count
           move ws-operator-count to ws-vt-count.
           write report-line from ws-viol-total-line.
      *
       610-set-audit-timestamp.
      * Format today's date and the current time for the stamps
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
       620-log-violation.
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
           move "A1CNTSEC" to sv-program.
           move ws-violation-reason to sv-reason.
           write violation-record.
           close violation-file.
      *
       end program A1-ContactSecurity.
