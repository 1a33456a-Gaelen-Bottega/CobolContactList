       identification division.
       program-id. A1-ContactSuspense.
       author. Gaelen Rhoads.
       date-written. 2026-10-15.
      * Description:
      *    Exception suspense maintenance for the MAFD 4202 contact
      *    list. Every add or change the nightly batch rejects is
      *    held whole on the CNTLSUSP suspense file instead of
      *    dying on the exceptions listing. This program applies
      *    the owners' correction cards to those items -- a
      *    corrected email, phone number and/or department, a blank
      *    field keeping what the row carried -- checking the
      *    corrected row against the same rules the batch applies
      *    before marking it corrected; the next nightly run
      *    re-enters every corrected item through its normal
      *    processing path. The items still uncorrected are then
      *    listed on an aging report, grouped by the manager who
      *    owns each item's department on the department table, so
      *    nothing sits in suspense without somebody answerable
      *    for it. Only an operator the security table allows to
      *    run this program may correct an item, and only in the
      *    department the item is held under and any department
      *    the card moves it to; a refused card is listed and
      *    logged on the security violation log. Refuses to start
      *    while the nightly batch holds the master run lock.
      *
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      * The exception suspense file the batch program files its
      * rejected rows on -- assigned to the CNTLSUSP ddname
           select suspense-file
               assign to CNTLSUSP
               organization is indexed
               access mode is dynamic
               record key is su-suspense-number
               file status is ws-suspense-status.
      * The department reference table -- corrected department
      * codes must be on it, and it names the manager each aging
      * item is reported under -- assigned to the CNTLDEPT ddname
           select dept-file
               assign to CNTLDEPT
               organization is indexed
               access mode is dynamic
               record key is dp-dept-code
               file status is ws-dept-status.
      * The master-file run lock -- corrections are never applied
      * while the nightly batch is re-entering suspense items --
      * assigned to the CNTLLOCK ddname
           select lock-file
               assign to CNTLLOCK
               organization is line sequential
               file status is ws-lock-file-status.
      * The owners' correction cards -- assigned to the SUSPCORR
      * ddname
           select correction-file
               assign to SUSPCORR
               organization is line sequential
               file status is ws-correction-status.
      * The operator security table -- who may run which utility
      * programs, in which departments -- assigned to the CNTLOPER
      * ddname
           select operator-file
               assign to CNTLOPER
               organization is indexed
               access mode is dynamic
               record key is op-operator-id
               file status is ws-operator-status.
      * The security violation log every refused card is appended
      * to -- assigned to the CNTLSVIO ddname
           select violation-file
               assign to CNTLSVIO
               organization is line sequential
               file status is ws-violation-status.
      * Work file used to sort the open items into manager and
      * department order for the aging report -- an internal SORT
      * work file, not a caller-supplied dataset, so it keeps its
      * own fixed path rather than a ddname
           select sort-work-file
               assign to "../../../../data/A1-ContactSuspense.srt".
      * The printed correction listing and aging report --
      * assigned to the SUSPRPT ddname
           select report-file
               assign to SUSPRPT
               organization is line sequential.
      *
       data division.
       file section.
      * Declare the layout of a suspense item -- must match the
      * batch program's declaration byte for byte
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
      * Declare the layout of a correction card: the suspense item
      * being corrected, the corrected values (blank keeps the
      * row's own value) and who supplied them
       fd correction-file
           data record is correction-record
           record contains 80 characters.
       01 correction-record.
         05 sc-suspense-number         pic X(8).
         05 sc-email                   pic X(30).
         05 sc-phone-number            pic X(12).
         05 sc-department              pic X(5).
         05 sc-owner-id                pic X(8).
         05 filler                     pic X(17).
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
      * Sort work file used to group the open items by manager
       sd sort-work-file
           data record is sort-work-record.
       01 sort-work-record.
         05 sw-manager                  pic X(20).
         05 sw-department               pic X(5).
         05 sw-suspense-number          pic 9(8).
         05 sw-name                     pic X(20).
         05 sw-reject-date              pic X(10).
         05 sw-reject-reason            pic X(32).
      * Declare how long the report lines will be in our file
       fd report-file
           data record is report-line
           record contains 100 characters.
       01 report-line                   pic X(100).
      *
       working-storage section.
      * File status fields
       01 ws-suspense-status         pic XX.
       01 ws-dept-status             pic XX.
       01 ws-lock-file-status        pic XX.
       01 ws-correction-status       pic XX.
      * File statuses for the operator security table and the
      * violation log, whether the table opened, whether the
      * operator has been looked up yet and why they may not
      * correct at all, and the checks' working fields: the
      * department being checked, the item's name, and why the
      * card was refused (spaces when allowed)
       01 ws-operator-status         pic XX.
       01 ws-violation-status        pic XX.
       01 ws-operator-open           pic X(1)
                 value "N".
       01 ws-operator-checked        pic X(1)
                 value "N".
       01 ws-operator-refusal        pic X(30)
                 value spaces.
       01 ws-auth-idx                pic 9(2)
                 value 0.
       01 ws-auth-department         pic X(5)
                 value spaces.
       01 ws-auth-name               pic X(20)
                 value spaces.
       01 ws-violation-reason        pic X(30)
                 value spaces.
      * Operator ID the corrections are charged to, pulled from the
      * OS user running the job
       01 ws-operator-id             pic X(8)
                 value spaces.
      * Timestamp of a violation record
       01 ws-audit-date              pic X(10)
                 value spaces.
       01 ws-audit-time              pic X(8)
                 value spaces.
       01 ws-audit-raw-date.
         05 ws-audit-yyyy              pic 9(4).
         05 ws-audit-mm                pic 9(2).
         05 ws-audit-dd                pic 9(2).
       01 ws-audit-raw-time.
         05 ws-audit-hh                pic 9(2).
         05 ws-audit-mi                pic 9(2).
         05 ws-audit-ss                pic 9(2).
         05 ws-audit-hs                pic 9(2).
      * EOF flags for the correction cards, the suspense sweep and
      * the sorted aging items
       01 ws-correction-eof          pic X(3)
                 value "NO".
       01 ws-suspense-eof            pic X(3)
                 value "NO".
       01 ws-sort-eof                pic X(3)
                 value "NO".
      * Set off by the lock and open checks -- either one refuses
      * the run before a single card is applied
       01 ws-suspense-ok             pic X(1)
                 value "Y".
      * The held row with the corrections laid over it -- the same
      * 78-byte layout as the transaction file
       01 ws-contact.
         05 ws-trans-code              pic X(1).
         05 ws-name                    pic X(20).
         05 ws-email                   pic X(30).
         05 ws-phone-number            pic X(12).
         05 ws-department              pic X(5).
         05 ws-effective-date          pic X(10).
      * Validation results for the corrected row, and why it
      * failed -- the same checks the batch applies
       01 ws-valid-email             pic X(1)
                 value "Y".
       01 ws-valid-phone             pic X(1)
                 value "Y".
       01 ws-valid-dept              pic X(1)
                 value "Y".
       01 ws-reject-reason           pic X(32)
                 value spaces.
       01 ws-at-pos                  pic 99
                 value 0.
       01 ws-dot-pos                 pic 99
                 value 0.
       01 ws-char-idx                pic 99
                 value 0.
       01 ws-search-start            pic 99
                 value 0.
      * Manager break control for the aging report
       01 ws-prev-manager            pic X(20)
                 value spaces.
       01 ws-manager-count           pic 9(6)
                 value 0.
      * Days an item has been open, from its reject date to today
       01 ws-reject-date-num         pic 9(8)
                 value 0.
       01 ws-run-date-num            pic 9(8)
                 value 0.
       01 ws-days-open               pic S9(6)
                 value 0.
      * Counts for the summary
       01 ws-cards-read              pic 9(6)
                 value 0.
       01 ws-corrections-applied     pic 9(6)
                 value 0.
       01 ws-corrections-refused     pic 9(6)
                 value 0.
       01 ws-open-count              pic 9(6)
                 value 0.
       01 ws-open-over-30            pic 9(6)
                 value 0.
       01 ws-corrected-count         pic 9(6)
                 value 0.
      * Run date for the report heading and the corrected date
       01 ws-run-date.
         05 ws-run-date-yyyy           pic 9(4).
         05 ws-run-date-mm             pic 9(2).
         05 ws-run-date-dd             pic 9(2).
       01 ws-run-date-iso            pic X(10)
                 value spaces.
      * Declare the report heading
       01 ws-heading-line.
         05 filler                     pic X(42)
                   value "MAFD 4202 EXCEPTION SUSPENSE             ".
         05 filler                     pic X(6)
                   value "DATE: ".
         05 ws-h1-date                 pic X(10)
                   value spaces.
         05 filler                     pic X(42)
                   value spaces.
      * Declare a section title line
       01 ws-title-line.
         05 ws-tl-title                pic X(100).
      * Declare a correction result line
       01 ws-correction-line.
         05 ws-cl-result               pic X(24).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-cl-number               pic X(8).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-cl-name                 pic X(20).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-cl-owner                pic X(8).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-cl-reason               pic X(32).
         05 filler                     pic X(4)
                   value spaces.
      * Declare a manager sub-heading for the aging report
       01 ws-manager-heading-line.
         05 filler                     pic X(9)
                   value "MANAGER: ".
         05 ws-mh-manager              pic X(20).
         05 filler                     pic X(71)
                   value spaces.
      * Declare the aging report column headings
       01 ws-aging-column-line.
         05 filler                     pic X(32)
                   value "  SUSP NO  NAME                 ".
         05 filler                     pic X(30)
                   value "DEPT  REJECTED   DAYS OPEN  ".
         05 filler                     pic X(38)
                   value "REASON".
      * Declare an aging detail line
       01 ws-aging-detail-line.
         05 filler                     pic X(2)
                   value spaces.
         05 ws-ad-number               pic 9(8).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-ad-name                 pic X(20).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-ad-department           pic X(5).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-ad-reject-date          pic X(10).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-ad-days-open            pic ZZZZZ9.
         05 filler                     pic X(5)
                   value spaces.
         05 ws-ad-reason               pic X(32).
         05 filler                     pic X(8)
                   value spaces.
      * Declare a manager subtotal line
       01 ws-manager-total-line.
         05 filler                     pic X(2)
                   value spaces.
         05 filler                     pic X(20)
                   value "OPEN ITEMS FOR ".
         05 ws-mt-manager              pic X(20).
         05 ws-mt-count                pic ZZZZZ9.
         05 filler                     pic X(52)
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
      * Find out who is submitting the corrections, for the
      * security check and the corrected-by stamp
           display "USER" upon environment-name.
           accept ws-operator-id from environment-value.
      * Never correct items while the nightly batch is re-entering
      * them -- a helpdesk session holding the lock does no harm
           perform 010-check-run-lock.
           if ws-suspense-ok = "Y"
               perform 015-open-files
           end-if.
           if ws-suspense-ok = "N"
               move 12 to return-code
               goback
           end-if.
           open output report-file.
           perform 030-write-heading.
      * Apply the owners' correction cards, then report what is
      * still waiting on somebody
           perform 100-apply-corrections.
           perform 200-produce-aging-report.
           perform 500-write-summary.
           close report-file.
           if ws-operator-open = "Y"
               close operator-file
           end-if.
           close dept-file.
           close suspense-file.
      * A warning condition code when any correction card could
      * not be applied, so the operator sends it back to its owner
           if ws-corrections-refused > 0
               move 4 to return-code
           end-if.
           goback.
      *
       010-check-run-lock.
      * Only the batch cycle's lock refuses the run -- that is the
      * job re-entering corrected items; this program takes no
      * lock of its own
           open input lock-file.
           if ws-lock-file-status = "00"
               read lock-file
                   at end
                       continue
                   not at end
                       if lk-status = "LOCKED  "
                               and lk-holder = "BATCH   "
                           move "N" to ws-suspense-ok
                           display "Suspense run refused - master "
                                   "lock held by " lk-holder
                                   " since " lk-date " " lk-time
                       end-if
               end-read
               close lock-file
           end-if.
      *
       015-open-files.
      * The suspense file and the department table must both be
      * there; the correction cards are optional -- without them
      * the run is just the aging report
           open i-o suspense-file.
           if ws-suspense-status not = "00"
               display "Suspense file not available, status "
                       ws-suspense-status
               move "N" to ws-suspense-ok
           end-if.
           open input dept-file.
           if ws-dept-status not = "00"
               display "Department table not available, status "
                       ws-dept-status
               move "N" to ws-suspense-ok
           end-if.
           if ws-suspense-ok = "N"
               if ws-suspense-status = "00"
                   close suspense-file
               end-if
               if ws-dept-status = "00"
                   close dept-file
               end-if
           end-if.
      *
       030-write-heading.
      * Title and run date at the top of the report
           accept ws-run-date from date yyyymmdd.
           move ws-run-date to ws-run-date-num.
           move ws-run-date-yyyy to ws-run-date-iso(1:4).
           move "-" to ws-run-date-iso(5:1).
           move ws-run-date-mm to ws-run-date-iso(6:2).
           move "-" to ws-run-date-iso(8:1).
           move ws-run-date-dd to ws-run-date-iso(9:2).
           move ws-run-date-iso to ws-h1-date.
           write report-line from ws-heading-line.
           move spaces to report-line.
           write report-line.
      *
       070-check-operator-authority.
      * The operator running the job must be on the security table,
      * not suspended, with this program among their utilities; a
      * table that cannot be read refuses every card the same as a
      * missing entry
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
                   if op-program(ws-auth-idx) = "A1CNTSUS"
                       move spaces to ws-violation-reason
                   end-if
               end-perform
           end-if.
      *
       072-check-department-authority.
      * The department in ws-auth-department must be one the
      * operator may work in -- every department, or one of those
      * listed on their entry. An item with no department at all
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
      * Append the refused card to the security violation log,
      * creating it empty the first time the same way the audit
      * trail is. A suspense item has no contact number of its own
      * -- it is logged under the row's name
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
           move "A1CNTSUS" to sv-program.
           move spaces to sv-command.
           move ws-auth-department to sv-department.
           move spaces to sv-contact-number.
           move ws-auth-name to sv-name.
           move ws-violation-reason to sv-reason.
           write violation-record.
           close violation-file.
      *
       100-apply-corrections.
      * Work through the correction cards in the order supplied
           move "CORRECTIONS APPLIED" to ws-tl-title.
           write report-line from ws-title-line.
           move spaces to report-line.
           write report-line.
           open input correction-file.
           if ws-correction-status = "00"
               move "NO" to ws-correction-eof
               perform until ws-correction-eof = "YES"
                   read correction-file
                       at end
                           move "YES" to ws-correction-eof
                       not at end
                           if correction-record not = spaces
                               add 1 to ws-cards-read
                               perform 110-apply-one-correction
                           end-if
                   end-read
               end-perform
               close correction-file
           end-if.
           if ws-cards-read = 0
               move "  NO CORRECTION CARDS SUPPLIED" to ws-tl-title
               write report-line from ws-title-line
           end-if.
           move spaces to report-line.
           write report-line.
      *
       110-apply-one-correction.
      * Find the item, lay the corrections over the held row and
      * check the result the way the batch will; only a row that
      * would now pass is marked corrected
           move spaces to ws-correction-line.
           move sc-suspense-number to ws-cl-number.
           move sc-owner-id to ws-cl-owner.
           if sc-suspense-number is not numeric
               move "REFUSED" to ws-cl-result
               move "Suspense number not numeric" to ws-cl-reason
               add 1 to ws-corrections-refused
               write report-line from ws-correction-line
               exit paragraph
           end-if.
           if sc-owner-id = spaces
               move "REFUSED" to ws-cl-result
               move "Owner id not supplied" to ws-cl-reason
               add 1 to ws-corrections-refused
               write report-line from ws-correction-line
               exit paragraph
           end-if.
           move sc-suspense-number to su-suspense-number.
           read suspense-file
               invalid key
                   move "REFUSED" to ws-cl-result
                   move "Not on suspense file" to ws-cl-reason
                   add 1 to ws-corrections-refused
                   write report-line from ws-correction-line
                   exit paragraph
           end-read.
           move su-transaction to ws-contact.
           move ws-name to ws-cl-name.
           if su-status = "R"
               move "REFUSED" to ws-cl-result
               move "Already re-entered" to ws-cl-reason
               add 1 to ws-corrections-refused
               write report-line from ws-correction-line
               exit paragraph
           end-if.
      * A blank field on the card keeps what the row carried --
      * including any correction an earlier card already gave
           if su-corr-email not = spaces
               move su-corr-email to ws-email
           end-if.
           if su-corr-phone-number not = spaces
               move su-corr-phone-number to ws-phone-number
           end-if.
           if su-corr-department not = spaces
               move su-corr-department to ws-department
           end-if.
      * The operator must be allowed to correct items at all, in
      * the department the item is held under and in any
      * department the card moves it to
           perform 120-check-correction-authority.
           if ws-violation-reason not = spaces
               move "REFUSED" to ws-cl-result
               move ws-violation-reason to ws-cl-reason
               add 1 to ws-corrections-refused
               write report-line from ws-correction-line
               exit paragraph
           end-if.
           if sc-email not = spaces
               move sc-email to ws-email
           end-if.
           if sc-phone-number not = spaces
               move sc-phone-number to ws-phone-number
           end-if.
           if sc-department not = spaces
               move sc-department to ws-department
           end-if.
           perform 150-validate-contact.
           if ws-valid-email = "N" or ws-valid-phone = "N"
                   or ws-valid-dept = "N"
               move "REFUSED - STILL INVALID" to ws-cl-result
               move ws-reject-reason to ws-cl-reason
               add 1 to ws-corrections-refused
               write report-line from ws-correction-line
               exit paragraph
           end-if.
      * Hold the corrections apart from the row as rejected, so the
      * re-entry lays exactly the owners' corrections over it
           if sc-email not = spaces
               move sc-email to su-corr-email
           end-if.
           if sc-phone-number not = spaces
               move sc-phone-number to su-corr-phone-number
           end-if.
           if sc-department not = spaces
               move sc-department to su-corr-department
           end-if.
           move "C" to su-status.
           move ws-operator-id to su-corrected-by.
           move ws-run-date-iso to su-corrected-date.
           rewrite suspense-record
               invalid key
                   move "REFUSED" to ws-cl-result
                   move "Suspense item would not update"
                       to ws-cl-reason
                   add 1 to ws-corrections-refused
               not invalid key
                   move "CORRECTED" to ws-cl-result
                   move "Re-enters on the next nightly run"
                       to ws-cl-reason
                   add 1 to ws-corrections-applied
           end-rewrite.
           write report-line from ws-correction-line.
      *
       120-check-correction-authority.
      * Look the operator up once, on the first card that gets this
      * far; then check the item's departments for this card. Every
      * refused card is logged
           if ws-operator-checked = "N"
               perform 070-check-operator-authority
               move ws-violation-reason to ws-operator-refusal
               move "Y" to ws-operator-checked
           end-if.
           move ws-operator-refusal to ws-violation-reason.
           move spaces to ws-auth-department.
           if ws-violation-reason = spaces
               move ws-department to ws-auth-department
               perform 072-check-department-authority
           end-if.
           if ws-violation-reason = spaces
                   and sc-department not = spaces
                   and sc-department not = ws-department
               move sc-department to ws-auth-department
               perform 072-check-department-authority
           end-if.
           if ws-violation-reason not = spaces
               move ws-name to ws-auth-name
               perform 078-log-violation
           end-if.
      *
       150-validate-contact.
      * The corrected row must pass the same email, phone and
      * department checks the batch will put it through
           move "Y" to ws-valid-email.
           move "Y" to ws-valid-phone.
           move "Y" to ws-valid-dept.
           move spaces to ws-reject-reason.
           perform 160-validate-email.
           perform 170-validate-phone.
           perform 165-validate-department.
      *
       165-validate-department.
      * The department code must be on the department table
      * -- and must not be a code the reorganization run has
      * retired
           move ws-department to dp-dept-code.
           read dept-file
               invalid key
                   move "N" to ws-valid-dept
                   if ws-reject-reason = spaces
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
      * least one character after it (a domain)
           move 0 to ws-at-pos.
           move 0 to ws-dot-pos.
           perform varying ws-char-idx from 1 by 1
                   until ws-char-idx > 30
               if ws-email(ws-char-idx:1) = "@"
                   move ws-char-idx to ws-at-pos
               end-if
           end-perform.
           if ws-at-pos = 0 or ws-at-pos = 30
               move "N" to ws-valid-email
               string "Invalid email - missing @/domain"
                       delimited by size into ws-reject-reason
           else
               compute ws-search-start = ws-at-pos + 1
               perform varying ws-char-idx from ws-search-start by 1
                       until ws-char-idx > 30
                   if ws-email(ws-char-idx:1) = "."
                       move ws-char-idx to ws-dot-pos
                   end-if
               end-perform
               if ws-dot-pos = 0 or ws-dot-pos = 30
                       or ws-email(ws-dot-pos + 1:1) = " "
                   move "N" to ws-valid-email
                   string "Invalid email - missing @/domain"
                           delimited by size into ws-reject-reason
               end-if
           end-if.
      *
       170-validate-phone.
      * Phone must be in NNN-NNN-NNNN shape
           if (ws-phone-number(4:1) = "-")
                   and (ws-phone-number(8:1) = "-")
                   and (ws-phone-number(1:3) is numeric)
                   and (ws-phone-number(5:3) is numeric)
                   and (ws-phone-number(9:4) is numeric)
               continue
           else
               move "N" to ws-valid-phone
               if ws-reject-reason = spaces
                   string "Invalid phone - not NNN-NNN-NNNN"
                           delimited by size into ws-reject-reason
               end-if
           end-if.
      *
       200-produce-aging-report.
      * Sort the items still open into manager, department and
      * suspense-number order and print them with a sub-heading
      * and count per manager
           move "OPEN ITEMS AWAITING CORRECTION, BY MANAGER"
               to ws-tl-title.
           write report-line from ws-title-line.
           sort sort-work-file
               on ascending key sw-manager sw-department
                                sw-suspense-number
               input procedure is 210-release-open-items
               output procedure is 220-print-aging-items.
           if ws-prev-manager not = spaces
               perform 230-write-manager-total
           end-if.
           if ws-open-count = 0
               move spaces to report-line
               write report-line
               move "  NO OPEN ITEMS" to ws-tl-title
               write report-line from ws-title-line
           end-if.
      *
       210-release-open-items.
      * Feed the sort every open item, under the manager its
      * department names -- an item whose department is not on the
      * table (often the very reason it was rejected) is reported
      * as unassigned
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
                           add 1 to ws-corrected-count
                       end-if
                       if su-status = "O"
                           move su-transaction to ws-contact
                           move ws-department to dp-dept-code
                           read dept-file
                               invalid key
                                   move "UNASSIGNED"
                                       to sw-manager
                               not invalid key
                                   move dp-manager to sw-manager
                           end-read
                           if sw-manager = spaces
                               move "UNASSIGNED" to sw-manager
                           end-if
                           move ws-department to sw-department
                           move su-suspense-number
                               to sw-suspense-number
                           move ws-name to sw-name
                           move su-reject-date to sw-reject-date
                           move su-reject-reason
                               to sw-reject-reason
                           release sort-work-record
                       end-if
               end-read
           end-perform.
      *
       220-print-aging-items.
      * Print the sorted items, breaking to a new manager
      * sub-heading whenever the manager changes
           move "NO" to ws-sort-eof.
           perform 221-return-next-sorted-item.
           perform until ws-sort-eof = "YES"
               if sw-manager not = ws-prev-manager
                   if ws-prev-manager not = spaces
                       perform 230-write-manager-total
                   end-if
                   move sw-manager to ws-prev-manager
                   move 0 to ws-manager-count
                   move sw-manager to ws-mh-manager
                   move spaces to report-line
                   write report-line
                   write report-line from ws-manager-heading-line
                   write report-line from ws-aging-column-line
               end-if
               move sw-suspense-number to ws-ad-number
               move sw-name to ws-ad-name
               move sw-department to ws-ad-department
               move sw-reject-date to ws-ad-reject-date
               move sw-reject-reason to ws-ad-reason
               perform 225-compute-days-open
               move ws-days-open to ws-ad-days-open
               write report-line from ws-aging-detail-line
               add 1 to ws-manager-count
               add 1 to ws-open-count
               if ws-days-open > 30
                   add 1 to ws-open-over-30
               end-if
               perform 221-return-next-sorted-item
           end-perform.
      *
       221-return-next-sorted-item.
      * Pull the next manager-sorted item from the sort
           return sort-work-file
               at end
                   move "YES" to ws-sort-eof
           end-return.
      *
       225-compute-days-open.
      * Days from the item's reject date to today; a malformed
      * date counts as opened today rather than stopping the run
           move 0 to ws-days-open.
           if sw-reject-date(1:4) is numeric
                   and sw-reject-date(6:2) is numeric
                   and sw-reject-date(9:2) is numeric
               move sw-reject-date(1:4) to ws-reject-date-num(1:4)
               move sw-reject-date(6:2) to ws-reject-date-num(5:2)
               move sw-reject-date(9:2) to ws-reject-date-num(7:2)
               compute ws-days-open =
                   function integer-of-date(ws-run-date-num)
                   - function integer-of-date(ws-reject-date-num)
               if ws-days-open < 0
                   move 0 to ws-days-open
               end-if
           end-if.
      *
       230-write-manager-total.
      * Close off the manager just finished with its item count
           move ws-prev-manager to ws-mt-manager.
           move ws-manager-count to ws-mt-count.
           write report-line from ws-manager-total-line.
      *
       500-write-summary.
      * Close the report with the counts that frame the listing
           move spaces to report-line.
           write report-line.
           move "CORRECTION CARDS READ:" to ws-sl-label.
           move ws-cards-read to ws-sl-count.
           write report-line from ws-summary-line.
           move "CORRECTIONS APPLIED:" to ws-sl-label.
           move ws-corrections-applied to ws-sl-count.
           write report-line from ws-summary-line.
           move "CORRECTIONS REFUSED:" to ws-sl-label.
           move ws-corrections-refused to ws-sl-count.
           write report-line from ws-summary-line.
           move "CORRECTED, AWAITING RE-ENTRY:" to ws-sl-label.
           move ws-corrected-count to ws-sl-count.
           write report-line from ws-summary-line.
           move "ITEMS OPEN:" to ws-sl-label.
           move ws-open-count to ws-sl-count.
           write report-line from ws-summary-line.
           move "ITEMS OPEN OVER 30 DAYS:" to ws-sl-label.
           move ws-open-over-30 to ws-sl-count.
           write report-line from ws-summary-line.
      *
       610-set-audit-timestamp.
      * Format today's date and the current time for the violation
      * record
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
       end program A1-ContactSuspense.
