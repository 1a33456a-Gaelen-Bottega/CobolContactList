       identification division.
       program-id. A1-ContactOrgChart.
       author. Gaelen Rhoads.
       date-written. 2026-10-15.
      * Description:
      *    Printed organization chart for the MAFD 4202 contact
      *    list, built from the reporting lines -- each contact's
      *    supervisor, filed as a SUPV method carrying the
      *    supervisor's contact number by the batch "S"
      *    transaction, the inquiry S command and the HR feed's
      *    supervisor column. The SUPV records are sorted into
      *    supervisor order and held in a table, and the chart is
      *    walked down from the starting contact named on the
      *    ORGPARM card (START= contact number or NAME= contact
      *    name), each contact indented one step under the person
      *    they report to. With no starting contact the chart is
      *    printed for every head of a reporting line -- a contact
      *    with people under them and no supervisor of their own.
      *    The report closes with the broken reporting lines to
      *    repair: every active contact whose supervisor has gone
      *    inactive, or is no longer on the master at all.
      *    Read-only against the master and methods, so it takes
      *    no lock.
      *
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      * The contact master file -- the very same KSDS the batch
      * program maintains, alternate indexes included; the name
      * path resolves a NAME= starting contact -- assigned to the
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
      * The contact-methods file, swept for its SUPV records --
      * assigned to the CNTLMETH ddname
           select methods-file
               assign to CNTLMETH
               organization is indexed
               access mode is dynamic
               record key is me-key
               file status is ws-methods-status.
      * Parameter card naming the starting contact -- assigned to
      * the ORGPARM ddname
           select parm-file
               assign to ORGPARM
               organization is line sequential
               file status is ws-parm-status.
      * Work file used to sort the reporting lines into supervisor
      * order
           select sort-work-file
               assign to "../../../../data/A1-ContactOrgChart.srt".
      * The printed organization chart -- assigned to the ORGRPT
      * ddname
           select report-file
               assign to ORGRPT
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
      * Declare the layout of a parameter card
       fd parm-file
           data record is parm-record
           record contains 72 characters.
       01 parm-record                   pic X(72).
      * Sort work file -- one reporting line, supervisor first
       sd sort-work-file
           data record is sort-work-record.
       01 sort-work-record.
         05 sw-supervisor-number        pic X(8).
         05 sw-contact-number           pic 9(8).
      * Declare how long the report lines will be in our file
       fd report-file
           data record is report-line
           record contains 132 characters.
       01 report-line                   pic X(132).
      *
       working-storage section.
      * File status fields
       01 ws-master-status           pic XX.
       01 ws-methods-status          pic XX.
       01 ws-parm-status             pic XX.
      * EOF flags for the parameter cards, the methods sweep and the
      * sorted reporting lines
       01 ws-parm-eof                pic X(3)
                 value "NO".
       01 ws-methods-eof             pic X(3)
                 value "NO".
       01 ws-sort-eof                pic X(3)
                 value "NO".
      * The starting contact as the card gave it -- by number or by
      * name -- and the contact number it resolves to
       01 ws-start-number            pic X(8)
                 value spaces.
       01 ws-start-name              pic X(20)
                 value spaces.
       01 ws-start-found             pic X(1)
                 value "N".
      * Every reporting line on file, in supervisor order, so the
      * people under any contact are one run of adjacent entries
       01 ws-line-table.
         05 ws-line-count              pic 9(5)
                   value 0.
         05 ws-line-entry occurs 5000 times.
           10 rl-supervisor-number     pic X(8).
           10 rl-contact-number        pic 9(8).
       01 ws-line-overflow           pic X(1)
                 value "N".
       01 ws-line-idx                pic 9(5)
                 value 0.
       01 ws-head-idx                pic 9(5)
                 value 0.
      * The lower-bound search for the first reporting line under a
      * given supervisor -- zero when nobody reports to them
       01 ws-find-target             pic X(8)
                 value spaces.
       01 ws-find-result             pic 9(5)
                 value 0.
       01 ws-find-low                pic 9(5)
                 value 0.
       01 ws-find-high               pic 9(5)
                 value 0.
       01 ws-find-mid                pic 9(5)
                 value 0.
      * The walk down the chart: one entry per level, the contact
      * at that level and the next reporting line under them still
      * to visit. A chain deeper than any real one is taken as a
      * loop on file and the walk does not go below it
       01 ws-walk-stack.
         05 ws-walk-depth              pic 9(3)
                   value 0.
         05 ws-walk-entry occurs 100 times.
           10 st-contact-number        pic X(8).
           10 st-next-line             pic 9(5).
       01 ws-root-number             pic X(8)
                 value spaces.
       01 ws-node-number             pic X(8)
                 value spaces.
       01 ws-node-level              pic 9(3)
                 value 0.
       01 ws-indent                  pic 9(3)
                 value 0.
       01 ws-previous-supervisor     pic X(8)
                 value spaces.
      * Tallies for the summary
       01 ws-charts-printed          pic 9(6)
                 value 0.
       01 ws-contacts-charted        pic 9(6)
                 value 0.
       01 ws-loops-stopped           pic 9(6)
                 value 0.
       01 ws-supervisor-inactive     pic 9(6)
                 value 0.
       01 ws-supervisor-missing      pic 9(6)
                 value 0.
      * Run date for the report heading
       01 ws-run-date.
         05 ws-run-date-yyyy           pic 9(4).
         05 ws-run-date-mm             pic 9(2).
         05 ws-run-date-dd             pic 9(2).
      * Declare the report heading
       01 ws-heading-line.
         05 filler                     pic X(44)
                   value "MAFD 4202 ORGANIZATION CHART               ".
         05 filler                     pic X(6)
                   value "DATE: ".
         05 ws-h1-date                 pic X(10)
                   value spaces.
         05 filler                     pic X(72)
                   value spaces.
      * Declare a section title line
       01 ws-title-line.
         05 ws-tl-title                pic X(80).
         05 filler                     pic X(52)
                   value spaces.
      * Declare one contact on the chart, built into the report
      * line at its indent
       01 ws-chart-entry.
         05 ws-ce-contact-number       pic X(8).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-ce-name                 pic X(20).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-ce-department           pic X(5).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-ce-note                 pic X(30).
      * Declare the column heading over the broken reporting lines
       01 ws-broken-column-line.
         05 filler                     pic X(36)
                   value "CONTACT# NAME                 DEPT  ".
         05 filler                     pic X(30)
                   value "SUPV#    SUPERVISOR NAME      ".
         05 filler                     pic X(66)
                   value "PROBLEM".
      * Declare a broken reporting line
       01 ws-broken-line.
         05 ws-bl-contact-number       pic 9(8).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-bl-name                 pic X(20).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-bl-department           pic X(5).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-bl-supervisor-number    pic X(8).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-bl-supervisor-name      pic X(20).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-bl-problem              pic X(40).
         05 filler                     pic X(26)
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
      * The master and the methods are both needed -- without
      * either there is no chart to draw
           perform 010-read-parm-cards.
           open input master-file.
           if ws-master-status not = "00"
               display "Contact master not available, status "
                       ws-master-status
               move 12 to return-code
               goback
           end-if.
           open input methods-file.
           if ws-methods-status not = "00"
               display "Contact methods not available, status "
                       ws-methods-status
               close master-file
               move 12 to return-code
               goback
           end-if.
           open output report-file.
           perform 040-write-heading.
      * Sort the reporting lines into supervisor order and hold
      * them in the table the chart is walked through
           sort sort-work-file
               on ascending key sw-supervisor-number
                                sw-contact-number
               input procedure is 100-release-reporting-lines
               output procedure is 110-load-reporting-lines.
           if ws-start-number = spaces and ws-start-name = spaces
               perform 210-chart-all-heads
           else
               perform 200-chart-from-start
           end-if.
           perform 300-list-broken-lines.
           perform 500-write-summary.
           close report-file.
           close methods-file.
           close master-file.
           if ws-line-overflow = "Y"
               display "More than 5000 reporting lines on file - "
                       "the chart omits the rest"
           end-if.
      * A starting contact not on file leaves nothing charted --
      * RC=8; broken lines to repair, a loop on file or a full
      * table end the run at RC=4
           if ws-start-found = "N"
                   and (ws-start-number not = spaces
                   or ws-start-name not = spaces)
               move 8 to return-code
           else
               if ws-supervisor-inactive > 0
                       or ws-supervisor-missing > 0
                       or ws-loops-stopped > 0
                       or ws-line-overflow = "Y"
                   move 4 to return-code
               end-if
           end-if.
           goback.
      *
       010-read-parm-cards.
      * Pick up the starting contact, by number or by name; no
      * card charts every head of a reporting line
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
               when parm-record(1:6) = "START="
                   move parm-record(7:8) to ws-start-number
               when parm-record(1:5) = "NAME="
                   move parm-record(6:20) to ws-start-name
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
           write report-line from ws-heading-line.
      *
       100-release-reporting-lines.
      * Feed the sort every SUPV record on the methods file -- the
      * supervisor's number and the contact who reports to them
           move low-values to me-key.
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
                       if me-method-type = "SUPV"
                               and me-value(1:8) not = spaces
                           move me-value(1:8) to sw-supervisor-number
                           move me-contact-number to sw-contact-number
                           release sort-work-record
                       end-if
               end-read
           end-perform.
      *
       110-load-reporting-lines.
      * Hold the sorted reporting lines in the table
           move "NO" to ws-sort-eof.
           perform until ws-sort-eof = "YES"
               return sort-work-file
                   at end
                       move "YES" to ws-sort-eof
                   not at end
                       if ws-line-count = 5000
                           move "Y" to ws-line-overflow
                       else
                           add 1 to ws-line-count
                           move sw-supervisor-number
                               to rl-supervisor-number(ws-line-count)
                           move sw-contact-number
                               to rl-contact-number(ws-line-count)
                       end-if
               end-return
           end-perform.
      *
       200-chart-from-start.
      * Resolve the starting contact -- by number, or through the
      * name path -- and chart everyone under them
           if ws-start-number not = spaces
               if ws-start-number is not numeric
                   display "START= is not a contact number: "
                           ws-start-number
                   exit paragraph
               end-if
               move ws-start-number to cm-contact-number
               read master-file
                   invalid key
                       display "Starting contact not on file: "
                               ws-start-number
                       exit paragraph
               end-read
           else
               move ws-start-name to cm-name
               read master-file key is cm-name
                   invalid key
                       display "Starting contact not on file: "
                               ws-start-name
                       exit paragraph
               end-read
           end-if.
           move "Y" to ws-start-found.
           move cm-contact-number to ws-root-number.
           perform 220-walk-chart.
      *
       210-chart-all-heads.
      * Chart every head of a reporting line: each supervisor in
      * the table, once, who has no SUPV record of their own
           move spaces to ws-previous-supervisor.
           perform varying ws-head-idx from 1 by 1
                   until ws-head-idx > ws-line-count
               if rl-supervisor-number(ws-head-idx)
                       not = ws-previous-supervisor
                   move rl-supervisor-number(ws-head-idx)
                       to ws-previous-supervisor
                   move ws-previous-supervisor to me-contact-number
                   move "SUPV" to me-method-type
                   read methods-file
                       invalid key
                           move ws-previous-supervisor
                               to ws-root-number
                           perform 220-walk-chart
                   end-read
               end-if
           end-perform.
      *
       220-walk-chart.
      * Print the head of the chart, then walk down: the contact on
      * top of the stack shows the next person reporting to them
      * and steps down to that person, or -- with nobody left
      * under them -- the walk steps back up a level
           add 1 to ws-charts-printed.
           move spaces to report-line.
           write report-line.
           move ws-root-number to ws-node-number.
           move 0 to ws-node-level.
           perform 230-print-chart-entry.
           move 1 to ws-walk-depth.
           move ws-root-number to st-contact-number(1).
           move ws-root-number to ws-find-target.
           perform 240-find-first-report.
           move ws-find-result to st-next-line(1).
           perform until ws-walk-depth = 0
               move st-next-line(ws-walk-depth) to ws-line-idx
               if ws-line-idx > 0 and ws-line-idx <= ws-line-count
                       and rl-supervisor-number(ws-line-idx)
                           = st-contact-number(ws-walk-depth)
                   add 1 to st-next-line(ws-walk-depth)
                   move rl-contact-number(ws-line-idx)
                       to ws-node-number
                   move ws-walk-depth to ws-node-level
                   perform 230-print-chart-entry
                   perform 225-step-down
               else
                   subtract 1 from ws-walk-depth
               end-if
           end-perform.
      *
       225-step-down.
      * Make the contact just printed the top of the stack, so the
      * people under them are shown next -- unless the chain is
      * already deeper than any real one, which only a loop on file
      * can make it
           if ws-walk-depth = 100
               add 1 to ws-loops-stopped
               move spaces to report-line
               string "      *** REPORTING LOOP -- CHART NOT WALKED "
                       delimited by size
                      "BELOW CONTACT # "
                       delimited by size
                      ws-node-number
                       delimited by size
                   into report-line
               end-string
               write report-line
               exit paragraph
           end-if.
           add 1 to ws-walk-depth.
           move ws-node-number to st-contact-number(ws-walk-depth).
           move ws-node-number to ws-find-target.
           perform 240-find-first-report.
           move ws-find-result to st-next-line(ws-walk-depth).
      *
       230-print-chart-entry.
      * One contact on the chart, indented three places for each
      * level below the head, with a note when they have left or
      * are no longer on the master
           add 1 to ws-contacts-charted.
           move ws-node-number to ws-ce-contact-number.
           move ws-node-number to cm-contact-number.
           read master-file
               invalid key
                   move spaces to ws-ce-name
                   move spaces to ws-ce-department
                   move "*** NOT ON MASTER" to ws-ce-note
               not invalid key
                   move cm-name to ws-ce-name
                   move cm-department to ws-ce-department
                   if cm-status = "I"
                       move spaces to ws-ce-note
                       string "INACTIVE SINCE " delimited by size
                              cm-term-date delimited by size
                           into ws-ce-note
                       end-string
                   else
                       move spaces to ws-ce-note
                   end-if
           end-read.
           if ws-node-level > 20
               compute ws-indent = 20 * 3 + 1
           else
               compute ws-indent = ws-node-level * 3 + 1
           end-if.
           move spaces to report-line.
           move ws-chart-entry to report-line(ws-indent:66).
           write report-line.
      *
       240-find-first-report.
      * Lower-bound search of the supervisor-ordered table: the
      * first reporting line under the target contact, or zero
      * when nobody reports to them
           move 1 to ws-find-low.
           move ws-line-count to ws-find-high.
           perform until ws-find-low > ws-find-high
               compute ws-find-mid = (ws-find-low + ws-find-high) / 2
               if rl-supervisor-number(ws-find-mid) < ws-find-target
                   compute ws-find-low = ws-find-mid + 1
               else
                   if ws-find-mid = 1
                       move 0 to ws-find-high
                   else
                       compute ws-find-high = ws-find-mid - 1
                   end-if
               end-if
           end-perform.
           move 0 to ws-find-result.
           if ws-find-low <= ws-line-count
               if rl-supervisor-number(ws-find-low) = ws-find-target
                   move ws-find-low to ws-find-result
               end-if
           end-if.
      *
       300-list-broken-lines.
      * Every active contact whose supervisor has left, or is no
      * longer on the master, in supervisor order so each broken
      * link's staff list together
           move spaces to report-line.
           write report-line.
           move "REPORTING LINES TO REPAIR" to ws-tl-title.
           write report-line from ws-title-line.
           write report-line from ws-broken-column-line.
           perform varying ws-line-idx from 1 by 1
                   until ws-line-idx > ws-line-count
               perform 310-check-one-line
           end-perform.
      *
       310-check-one-line.
      * One reporting line: a contact who has left is of no
      * concern; otherwise their supervisor must be on the master
      * and active
           move rl-contact-number(ws-line-idx) to cm-contact-number.
           read master-file
               invalid key
                   exit paragraph
           end-read.
           if cm-status = "I"
               exit paragraph
           end-if.
           move cm-contact-number to ws-bl-contact-number.
           move cm-name to ws-bl-name.
           move cm-department to ws-bl-department.
           move rl-supervisor-number(ws-line-idx)
               to ws-bl-supervisor-number.
           move rl-supervisor-number(ws-line-idx) to cm-contact-number.
           read master-file
               invalid key
                   add 1 to ws-supervisor-missing
                   move spaces to ws-bl-supervisor-name
                   move "SUPERVISOR NOT ON FILE" to ws-bl-problem
                   write report-line from ws-broken-line
                   exit paragraph
           end-read.
           if cm-status = "I"
               add 1 to ws-supervisor-inactive
               move cm-name to ws-bl-supervisor-name
               move spaces to ws-bl-problem
               string "SUPERVISOR INACTIVE SINCE " delimited by size
                      cm-term-date delimited by size
                   into ws-bl-problem
               end-string
               write report-line from ws-broken-line
           end-if.
      *
       500-write-summary.
      * Close the report with the counts that frame the run
           move spaces to report-line.
           write report-line.
           move "REPORTING LINES ON FILE:" to ws-sl-label.
           move ws-line-count to ws-sl-count.
           write report-line from ws-summary-line.
           move "CHARTS PRINTED:" to ws-sl-label.
           move ws-charts-printed to ws-sl-count.
           write report-line from ws-summary-line.
           move "CONTACTS CHARTED:" to ws-sl-label.
           move ws-contacts-charted to ws-sl-count.
           write report-line from ws-summary-line.
           move "REPORTING LOOPS STOPPED:" to ws-sl-label.
           move ws-loops-stopped to ws-sl-count.
           write report-line from ws-summary-line.
           move "SUPERVISOR INACTIVE:" to ws-sl-label.
           move ws-supervisor-inactive to ws-sl-count.
           write report-line from ws-summary-line.
           move "SUPERVISOR NOT ON FILE:" to ws-sl-label.
           move ws-supervisor-missing to ws-sl-count.
           write report-line from ws-summary-line.
      *
       end program A1-ContactOrgChart.
