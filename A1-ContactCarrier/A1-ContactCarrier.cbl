       identification division.
       program-id. A1-ContactCarrier.
       author. Gaelen Rhoads.
       date-written. 2026-10-15.
      * Description:
      *    Mobile carrier line reconciliation for the MAFD 4202
      *    contact list. Finance pays the carrier every month for
      *    every mobile line on its inventory, and lines keep being
      *    billed long after the person carrying them has left.
      *    This program reads the carrier's monthly line-inventory
      *    extract (line number, subscriber name, cost centre,
      *    monthly charge -- sorted into line-number order by the
      *    step ahead of it), matches each line to the CELL
      *    records on the contact-methods file and through them to
      *    the owning contact on the master, and lists:
      *      INACTIVE   a line still billed for a contact who has
      *                 left (status "I"), with the termination
      *                 date -- the recoverable spend;
      *      NO CONTACT a line no CELL record on file carries;
      *      NOT BILLED an active contact's CELL number the
      *                 carrier's inventory does not know.
      *    The monthly charges are then totalled by the owning
      *    contact's department, with the part billed for
      *    inactive contacts shown as recoverable, so each
      *    manager can see their own recoverable spend. The CELL
      *    records are sorted into number order here, so the match
      *    is a single balanced pass, the same way the delta step
      *    compares the two masters. Read-only against the master
      *    and methods, so it takes no lock.
      *
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      * The carrier's monthly line-inventory extract, already in
      * line-number order -- assigned to the CARRIN ddname
           select carrier-file
               assign to CARRIN
               organization is line sequential
               file status is ws-carrier-status.
      * The contact master file -- the very same KSDS the batch
      * program maintains, alternate indexes included, read here
      * by contact number only -- assigned to the CNTLMSTR ddname
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
      * The contact-methods file, swept for its CELL records --
      * assigned to the CNTLMETH ddname
           select methods-file
               assign to CNTLMETH
               organization is indexed
               access mode is dynamic
               record key is me-key
               file status is ws-methods-status.
      * Work file used to sort the CELL records into line-number
      * order for the match
           select sort-work-file
               assign to "../../../../data/A1-ContactCarrier.srt".
      * The printed reconciliation report -- assigned to the
      * CARRRPT ddname
           select report-file
               assign to CARRRPT
               organization is line sequential.
      *
       data division.
       file section.
      * Declare the layout of a carrier line-inventory record. The
      * line number is in the NNN-NNN-NNNN shape a CELL method
      * carries; the charge is in dollars and cents with an implied
      * decimal point
       fd carrier-file
           data record is carrier-record
           record contains 80 characters.
       01 carrier-record.
         05 cx-line-number             pic X(12).
         05 cx-subscriber-name         pic X(30).
         05 cx-cost-centre             pic X(10).
         05 cx-monthly-charge          pic 9(5)V99.
         05 filler                     pic X(21).
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
      * Sort work file -- one CELL record's number and owner
       sd sort-work-file
           data record is sort-work-record.
       01 sort-work-record.
         05 sw-cell-number              pic X(12).
         05 sw-contact-number           pic 9(8).
      * Declare how long the report lines will be in our file
       fd report-file
           data record is report-line
           record contains 100 characters.
       01 report-line                   pic X(100).
      *
       working-storage section.
      * File status fields
       01 ws-carrier-status          pic XX.
       01 ws-master-status           pic XX.
       01 ws-methods-status          pic XX.
      * EOF flag for the methods sweep
       01 ws-methods-eof             pic X(3)
                 value "NO".
      * The match keys -- the current carrier line and the current
      * sorted CELL number, each high-values once its side is
      * exhausted -- and the last line number a CELL matched, so a
      * second contact carrying the same number is not listed as
      * unknown to the carrier
       01 ws-carrier-key             pic X(12)
                 value spaces.
       01 ws-cell-key                pic X(12)
                 value spaces.
       01 ws-last-matched            pic X(12)
                 value spaces.
      * The current line's charge, zero when the extract carries
      * something other than digits there
       01 ws-line-charge             pic 9(5)V99
                 value 0.
      * Set for the department tally: whether the charge is
      * recoverable (billed for an inactive contact)
       01 ws-tally-dept              pic X(5)
                 value spaces.
       01 ws-tally-recoverable       pic X(1)
                 value "N".
      * Monthly charges by owning department, held in department
      * code order as each new code is met
       01 ws-dept-table.
         05 ws-dept-count              pic 9(3)
                   value 0.
         05 ws-dept-entry occurs 300 times
                 indexed by dt-idx.
           10 dt-department            pic X(5).
           10 dt-lines                 pic 9(5).
           10 dt-charges               pic 9(7)V99.
           10 dt-inactive-lines        pic 9(5).
           10 dt-recoverable           pic 9(7)V99.
       01 ws-scan-idx                pic 9(3)
                 value 0.
       01 ws-shift-idx               pic 9(3)
                 value 0.
       01 ws-table-overflow          pic X(1)
                 value "N".
      * Tallies for the summary
       01 ws-lines-read              pic 9(6)
                 value 0.
       01 ws-lines-active            pic 9(6)
                 value 0.
       01 ws-lines-inactive          pic 9(6)
                 value 0.
       01 ws-lines-no-contact        pic 9(6)
                 value 0.
       01 ws-cells-not-billed        pic 9(6)
                 value 0.
       01 ws-bad-charges             pic 9(6)
                 value 0.
       01 ws-total-charges           pic 9(7)V99
                 value 0.
       01 ws-total-recoverable       pic 9(7)V99
                 value 0.
       01 ws-total-unmatched         pic 9(7)V99
                 value 0.
      * Run date for the report heading
       01 ws-run-date.
         05 ws-run-date-yyyy           pic 9(4).
         05 ws-run-date-mm             pic 9(2).
         05 ws-run-date-dd             pic 9(2).
      * Declare the report heading
       01 ws-heading-line.
         05 filler                     pic X(44)
                   value "MAFD 4202 CARRIER LINE RECONCILIATION       ".
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
      * Declare the column heading over the exception lines
       01 ws-column-line.
         05 filler                     pic X(24)
                   value "TYPE       LINE NUMBER  ".
         05 filler                     pic X(30)
                   value "CONTACT# NAME                 ".
         05 filler                     pic X(29)
                   value "DEPT  TERM DATE     CHARGE   ".
         05 filler                     pic X(17)
                   value "COST CTR".
      * Declare an exception line
       01 ws-detail-line.
         05 ws-dl-type                 pic X(11).
         05 ws-dl-line-number          pic X(12).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-dl-contact-number       pic X(8).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-dl-name                 pic X(20).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-dl-department           pic X(5).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-dl-term-date            pic X(10).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-dl-charge               pic ZZ,ZZ9.99.
         05 ws-dl-charge-x redefines ws-dl-charge
                                       pic X(9).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-dl-cost-centre          pic X(10).
         05 filler                     pic X(9)
                   value spaces.
      * Declare the column heading over the department totals
       01 ws-dept-column-line.
         05 filler                     pic X(30)
                   value "DEPT    LINES  MONTHLY CHARGES".
         05 filler                     pic X(30)
                   value "  INACTIVE  RECOVERABLE SPEND ".
         05 filler                     pic X(40)
                   value spaces.
      * Declare a department total line
       01 ws-dept-line.
         05 ws-dt-department           pic X(5).
         05 filler                     pic X(3)
                   value spaces.
         05 ws-dt-lines                pic ZZZZ9.
         05 filler                     pic X(4)
                   value spaces.
         05 ws-dt-charges              pic Z,ZZZ,ZZ9.99.
         05 filler                     pic X(5)
                   value spaces.
         05 ws-dt-inactive-lines       pic ZZZZ9.
         05 filler                     pic X(6)
                   value spaces.
         05 ws-dt-recoverable          pic Z,ZZZ,ZZ9.99.
         05 filler                     pic X(43)
                   value spaces.
      * Declare a summary count line and a summary amount line
       01 ws-summary-line.
         05 ws-sl-label                pic X(36).
         05 ws-sl-count                pic ZZZZZ9.
         05 filler                     pic X(58)
                   value spaces.
       01 ws-amount-line.
         05 ws-al-label                pic X(36).
         05 ws-al-amount               pic Z,ZZZ,ZZ9.99.
         05 filler                     pic X(52)
                   value spaces.
      *
       procedure division.
       000-main.
      * All three inputs are needed -- without any one of them
      * there is nothing to reconcile
           open input carrier-file.
           if ws-carrier-status not = "00"
               display "Carrier extract not available, status "
                       ws-carrier-status
               move 12 to return-code
               goback
           end-if.
           open input master-file.
           if ws-master-status not = "00"
               display "Contact master not available, status "
                       ws-master-status
               close carrier-file
               move 12 to return-code
               goback
           end-if.
           open input methods-file.
           if ws-methods-status not = "00"
               display "Contact methods not available, status "
                       ws-methods-status
               close master-file
               close carrier-file
               move 12 to return-code
               goback
           end-if.
           open output report-file.
           perform 040-write-heading.
      * Sort the CELL records into line-number order and match them
      * against the carrier's lines as they come back
           sort sort-work-file
               on ascending key sw-cell-number sw-contact-number
               input procedure is 100-release-cell-methods
               output procedure is 200-match-carrier-lines.
           perform 300-print-department-totals.
           perform 500-write-summary.
           close report-file.
           close methods-file.
           close master-file.
           close carrier-file.
           if ws-table-overflow = "Y"
               display "More than 300 departments billed - the "
                       "totals omit the rest"
           end-if.
      * Anything to chase ends the run at RC=4, so the scheduler
      * shows the month needs attention
           if ws-lines-inactive > 0 or ws-lines-no-contact > 0
                   or ws-cells-not-billed > 0
               move 4 to return-code
           end-if.
           goback.
      *
       040-write-heading.
      * Title and run date at the top of the report, then the
      * column heading over the exception lines
           accept ws-run-date from date yyyymmdd.
           move ws-run-date-yyyy to ws-h1-date(1:4).
           move "-" to ws-h1-date(5:1).
           move ws-run-date-mm to ws-h1-date(6:2).
           move "-" to ws-h1-date(8:1).
           move ws-run-date-dd to ws-h1-date(9:2).
           write report-line from ws-heading-line.
           move spaces to report-line.
           write report-line.
           move "LINES TO CHASE, IN LINE-NUMBER ORDER" to ws-tl-title.
           write report-line from ws-title-line.
           write report-line from ws-column-line.
      *
       100-release-cell-methods.
      * Feed the sort every CELL record on the methods file, its
      * number and the contact it is filed under
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
                       if me-method-type = "CELL"
                               and me-value(1:12) not = spaces
                           move me-value(1:12) to sw-cell-number
                           move me-contact-number to sw-contact-number
                           release sort-work-record
                       end-if
               end-read
           end-perform.
      *
       200-match-carrier-lines.
      * The balanced match: the lower key goes first. A carrier
      * line below the next CELL number matches no contact; a CELL
      * number below the next carrier line is unknown to the
      * carrier; equal keys are the line and its contact
           perform 210-read-carrier-line.
           perform 220-return-next-cell.
           perform until ws-carrier-key = high-values
                   and ws-cell-key = high-values
               evaluate true
                   when ws-carrier-key < ws-cell-key
                       perform 230-list-line-no-contact
                       perform 210-read-carrier-line
                   when ws-cell-key < ws-carrier-key
                       if ws-cell-key not = ws-last-matched
                           perform 240-check-cell-not-billed
                       end-if
                       perform 220-return-next-cell
                   when other
                       perform 250-match-line-to-contact
                       move ws-carrier-key to ws-last-matched
                       perform 210-read-carrier-line
               end-evaluate
           end-perform.
      *
       210-read-carrier-line.
      * Next carrier line, its charge taken into the grand total
           read carrier-file
               at end
                   move high-values to ws-carrier-key
               not at end
                   add 1 to ws-lines-read
                   move cx-line-number to ws-carrier-key
                   if cx-monthly-charge is numeric
                       move cx-monthly-charge to ws-line-charge
                   else
                       move 0 to ws-line-charge
                       add 1 to ws-bad-charges
                       display "Charge not numeric, taken as zero: "
                               cx-line-number
                   end-if
                   add ws-line-charge to ws-total-charges
           end-read.
      *
       220-return-next-cell.
      * Next CELL record in number order from the sort
           return sort-work-file
               at end
                   move high-values to ws-cell-key
               not at end
                   move sw-cell-number to ws-cell-key
           end-return.
      *
       230-list-line-no-contact.
      * A billed line no contact carries as a CELL -- listed under
      * the carrier's own subscriber name and cost centre
           add 1 to ws-lines-no-contact.
           add ws-line-charge to ws-total-unmatched.
           move "NO CONTACT" to ws-dl-type.
           move cx-line-number to ws-dl-line-number.
           move spaces to ws-dl-contact-number.
           move cx-subscriber-name to ws-dl-name.
           move spaces to ws-dl-department.
           move spaces to ws-dl-term-date.
           move ws-line-charge to ws-dl-charge.
           move cx-cost-centre to ws-dl-cost-centre.
           write report-line from ws-detail-line.
      *
       240-check-cell-not-billed.
      * A CELL number the carrier does not bill -- worth chasing
      * only for an active contact; a departed contact's old CELL
      * record is simply stale
           move sw-contact-number to cm-contact-number.
           read master-file
               invalid key
                   exit paragraph
           end-read.
           if cm-status = "I"
               exit paragraph
           end-if.
           add 1 to ws-cells-not-billed.
           move "NOT BILLED" to ws-dl-type.
           move sw-cell-number to ws-dl-line-number.
           move cm-contact-number to ws-dl-contact-number.
           move cm-name to ws-dl-name.
           move cm-department to ws-dl-department.
           move spaces to ws-dl-term-date.
           move spaces to ws-dl-charge-x.
           move spaces to ws-dl-cost-centre.
           write report-line from ws-detail-line.
      *
       250-match-line-to-contact.
      * The line's CELL record names its contact; a contact since
      * purged from the master leaves the line matching no one, and
      * an inactive contact's line is listed as recoverable
           move sw-contact-number to cm-contact-number.
           read master-file
               invalid key
                   perform 230-list-line-no-contact
                   exit paragraph
           end-read.
           move cm-department to ws-tally-dept.
           if cm-status = "I"
               add 1 to ws-lines-inactive
               add ws-line-charge to ws-total-recoverable
               move "Y" to ws-tally-recoverable
               move "INACTIVE" to ws-dl-type
               move cx-line-number to ws-dl-line-number
               move cm-contact-number to ws-dl-contact-number
               move cm-name to ws-dl-name
               move cm-department to ws-dl-department
               move cm-term-date to ws-dl-term-date
               move ws-line-charge to ws-dl-charge
               move cx-cost-centre to ws-dl-cost-centre
               write report-line from ws-detail-line
           else
               add 1 to ws-lines-active
               move "N" to ws-tally-recoverable
           end-if.
           perform 260-tally-department.
      *
       260-tally-department.
      * Add the line's charge to its department's entry, opening a
      * new entry in code order the first time a department is met
           set dt-idx to 1.
           perform until dt-idx > ws-dept-count
                   or dt-department(dt-idx) >= ws-tally-dept
               set dt-idx up by 1
           end-perform.
           if dt-idx > ws-dept-count
                   or dt-department(dt-idx) not = ws-tally-dept
               if ws-dept-count >= 300
                   move "Y" to ws-table-overflow
                   exit paragraph
               end-if
               perform 265-open-department-entry
           end-if.
           add 1 to dt-lines(dt-idx).
           add ws-line-charge to dt-charges(dt-idx).
           if ws-tally-recoverable = "Y"
               add 1 to dt-inactive-lines(dt-idx)
               add ws-line-charge to dt-recoverable(dt-idx)
           end-if.
      *
       265-open-department-entry.
      * Shift the entries above the insertion point up one place
      * and open the new department's entry in the gap
           set ws-scan-idx to dt-idx.
           perform varying ws-shift-idx from ws-dept-count by -1
                   until ws-shift-idx < ws-scan-idx
               move ws-dept-entry(ws-shift-idx)
                   to ws-dept-entry(ws-shift-idx + 1)
           end-perform.
           add 1 to ws-dept-count.
           move ws-tally-dept to dt-department(dt-idx).
           move 0 to dt-lines(dt-idx).
           move 0 to dt-charges(dt-idx).
           move 0 to dt-inactive-lines(dt-idx).
           move 0 to dt-recoverable(dt-idx).
      *
       300-print-department-totals.
      * One row per department billed, in code order -- what the
      * department pays and how much of it is for people who have
      * left
           move spaces to report-line.
           write report-line.
           move "MONTHLY CHARGES BY OWNING CONTACT'S DEPARTMENT"
               to ws-tl-title.
           write report-line from ws-title-line.
           write report-line from ws-dept-column-line.
           move 0 to ws-scan-idx.
           perform until ws-scan-idx >= ws-dept-count
               add 1 to ws-scan-idx
               set dt-idx to ws-scan-idx
               move dt-department(dt-idx) to ws-dt-department
               move dt-lines(dt-idx) to ws-dt-lines
               move dt-charges(dt-idx) to ws-dt-charges
               move dt-inactive-lines(dt-idx) to ws-dt-inactive-lines
               move dt-recoverable(dt-idx) to ws-dt-recoverable
               write report-line from ws-dept-line
           end-perform.
      *
       500-write-summary.
      * Close the report with the counts and amounts that frame the
      * month
           move spaces to report-line.
           write report-line.
           move "CARRIER LINES READ:" to ws-sl-label.
           move ws-lines-read to ws-sl-count.
           write report-line from ws-summary-line.
           move "LINES MATCHED TO ACTIVE CONTACTS:" to ws-sl-label.
           move ws-lines-active to ws-sl-count.
           write report-line from ws-summary-line.
           move "LINES BILLED FOR INACTIVE CONTACTS:" to ws-sl-label.
           move ws-lines-inactive to ws-sl-count.
           write report-line from ws-summary-line.
           move "LINES MATCHING NO CONTACT:" to ws-sl-label.
           move ws-lines-no-contact to ws-sl-count.
           write report-line from ws-summary-line.
           move "ACTIVE CELLS NOT BILLED:" to ws-sl-label.
           move ws-cells-not-billed to ws-sl-count.
           write report-line from ws-summary-line.
           move "CHARGES NOT NUMERIC (TAKEN AS ZERO):" to ws-sl-label.
           move ws-bad-charges to ws-sl-count.
           write report-line from ws-summary-line.
           move "TOTAL MONTHLY CHARGES:" to ws-al-label.
           move ws-total-charges to ws-al-amount.
           write report-line from ws-amount-line.
           move "BILLED FOR INACTIVE (RECOVERABLE):" to ws-al-label.
           move ws-total-recoverable to ws-al-amount.
           write report-line from ws-amount-line.
           move "BILLED FOR NO CONTACT:" to ws-al-label.
           move ws-total-unmatched to ws-al-amount.
           write report-line from ws-amount-line.
      *
       end program A1-ContactCarrier.
