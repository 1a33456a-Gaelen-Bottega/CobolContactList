      *    NNN-NNN-NNNN, and wraps the output in the batch header
      *    and trailer control rows the nightly run verifies. Any
      *    HR row it cannot confidently map goes to its own reject
      *    listing, with the reason, for manual keying. An optional
      *    eighth column, SUPERVISOR, carries the contact number of
      *    the person the employee reports to: on a HIRE row it
      *    follows the "A" with an "S" (supervisor) transaction, and
      *    HR's SUPV action -- a reporting-line change for someone
      *    already on file -- maps to the "S" alone, a blank
      *    supervisor clearing the line. The nightly run checks the
      *    supervisor is an active contact with no circular
      *    reporting.
      *
       environment division.
       configuration section.
                 value "N".
      * The parsed fields of the HR row being translated --
      * action, last name, first name, email, phone, department,
      * HR's own effective date (their seventh column; older
      * extracts without it still parse as six fields) and the
      * supervisor's contact number (the eighth)
       01 ws-parsed-fields.
         05 ws-field                   pic X(50)
                   occurs 8 times.
         05 ws-field-len               pic 9(2)
                   occurs 8 times.
       01 ws-field-count             pic 9(2)
                 value 0.
      * CSV scanner state: position, quote state, and the column
                 value spaces.
       01 ws-effective-work          pic X(10)
                 value spaces.
       01 ws-supervisor-work         pic X(8)
                 value spaces.
       01 ws-phone-digits            pic X(10)
                 value spaces.
       01 ws-digit-count             pic 9(2)
                 value 0.
       01 ws-terms-mapped            pic 9(6)
                 value 0.
       01 ws-supervisors-mapped      pic 9(6)
                 value 0.
       01 ws-rows-rejected           pic 9(6)
                 value 0.
       01 ws-details-written         pic 9(6)
           display "HR rows read:      " ws-rows-read.
           display "Hires mapped:      " ws-hires-mapped.
           display "Terms mapped:      " ws-terms-mapped.
           display "Supervisors mapped:" ws-supervisors-mapped.
           display "Names redirected:  " ws-names-redirected.
           display "Rows rejected:     " ws-rows-rejected.
           if ws-rows-rejected > 0
               move "Unparseable delimited row" to ws-reject-reason
           else
      * Six fields is an extract cut before HR added their
      * effective-date column; seven carries it through, eight the
      * supervisor as well
               if ws-field-count < 6 or ws-field-count > 8
                   move "Wrong number of fields" to ws-reject-reason
               end-if
           end-if.
                       perform 300-map-hire
                   when "TERM"
                       perform 310-map-term
                   when "SUPV"
                       perform 315-map-supervisor-change
                   when other
                       move "Action not HIRE, TERM or SUPV"
                           to ws-reject-reason
               end-evaluate
           end-if.
      * Split the comma-delimited row into its fields, honoring
      * quotes so a comma inside a quoted field does not split it.
      * Spaces between a comma and the next quote are skipped;
      * anything beyond eight fields marks the row unparseable
           move "Y" to ws-parse-ok.
           move "N" to ws-in-quotes.
           move 1 to ws-field-count.
           move spaces to ws-field(1) ws-field(2) ws-field(3)
                          ws-field(4) ws-field(5) ws-field(6)
                          ws-field(7) ws-field(8).
           move 0 to ws-field-len(1) ws-field-len(2) ws-field-len(3)
                     ws-field-len(4) ws-field-len(5) ws-field-len(6)
                     ws-field-len(7) ws-field-len(8).
           perform varying ws-char-idx from 1 by 1
                   until ws-char-idx > ws-scan-limit
               evaluate true
                       end-if
                   when hr-record(ws-char-idx:1) = ","
                           and ws-in-quotes = "N"
                       if ws-field-count >= 8
                           move "N" to ws-parse-ok
                           move ws-scan-limit to ws-char-idx
                       else
           if ws-reject-reason = spaces
               perform 340-build-effective-date
           end-if.
           if ws-reject-reason = spaces
               perform 350-build-supervisor
           end-if.
           if ws-reject-reason = spaces
               move spaces to tran-record
               move "A" to tr-trans-code
               write tran-record
               add 1 to ws-details-written
               add 1 to ws-hires-mapped
               if ws-supervisor-work not = spaces
                   perform 360-write-supervisor-row
               end-if
           end-if.
      *
       310-map-term.
               add 1 to ws-details-written
               add 1 to ws-terms-mapped
           end-if.
      *
       315-map-supervisor-change.
      * A SUPV row becomes an "S" transaction for someone already
      * on file: the name (a retired one mapped to the survivor,
      * as for a TERM), the supervisor's contact number -- blank
      * clears the reporting line -- and the effective date
           perform 320-build-name.
           if ws-reject-reason = spaces and ws-xref-open = "Y"
               perform 325-check-retired-name
           end-if.
           if ws-reject-reason = spaces
               perform 340-build-effective-date
           end-if.
           if ws-reject-reason = spaces
               perform 350-build-supervisor
           end-if.
           if ws-reject-reason = spaces
               perform 360-write-supervisor-row
           end-if.
      *
       320-build-name.
      * HR sends LASTNAME then FIRSTNAME; the master is keyed on
               exit paragraph
           end-if.
           move ws-field(7)(1:10) to ws-effective-work.
      *
       350-build-supervisor.
      * The supervisor column must be a contact number -- digits
      * only, up to eight of them, zero-filled on the left to the
      * master's key width. Blank, or an extract without the
      * column, maps to no supervisor
           move spaces to ws-supervisor-work.
           if ws-field-count < 8 or ws-field(8) = spaces
               exit paragraph
           end-if.
           if ws-field-len(8) > 8
               move "Supervisor not contact number"
                   to ws-reject-reason
               exit paragraph
           end-if.
           if ws-field(8)(1:ws-field-len(8)) is not numeric
               move "Supervisor not contact number"
                   to ws-reject-reason
               exit paragraph
           end-if.
           move "00000000" to ws-supervisor-work.
           move ws-field(8)(1:ws-field-len(8))
               to ws-supervisor-work(9 - ws-field-len(8):
                                     ws-field-len(8)).
      *
       360-write-supervisor-row.
      * The "S" transaction: the contact's name, the supervisor's
      * contact number in columns 22-29, and the same effective
      * date as the row it came from
           move spaces to tran-record.
           move "S" to tr-trans-code.
           move ws-name-work to tr-name.
           move ws-supervisor-work to tr-email(1:8).
           move ws-effective-work to tr-effective-date.
           write tran-record.
           add 1 to ws-details-written.
           add 1 to ws-supervisors-mapped.
      *
       400-write-reject.
      * The original HR row, untouched, behind the reason it needs
