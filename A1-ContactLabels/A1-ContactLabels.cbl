      *    the report (and INACTIVE to include inactive contacts),
      *    and lists separately the selected contacts with no ADDR
      *    method on file, so the owners know who to chase for an
      *    address. A contact whose email the bounce-back program
      *    has flagged undeliverable gets neither a label nor an
      *    extract row until the email is changed.
      *
       environment division.
       configuration section.
           select noaddr-file
               assign to NOADDR
               organization is line sequential.
      * The contact bounce file the bounce-back program keeps --
      * read only, for the undeliverable flag -- assigned to the
      * CNTLBNCE ddname
           select bounce-file
               assign to CNTLBNCE
               organization is indexed
               access mode is dynamic
               record key is bn-contact-number
               file status is ws-bounce-status.
      *
       data division.
       file section.
           data record is noaddr-line
           record contains 80 characters.
       01 noaddr-line                   pic X(80).
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
      *
       working-storage section.
      * File status fields
       01 ws-master-status           pic XX.
       01 ws-methods-status          pic XX.
       01 ws-parm-status             pic XX.
       01 ws-bounce-status           pic XX.
      * Whether the bounce file opened -- it only exists once the
      * bounce-back program has run, and without it nothing is held
       01 ws-bounce-open             pic X(1)
                 value "N".
      * EOF flags for the parm deck and the master walk
       01 ws-parm-eof                pic X(3)
                 value "NO".
                 value 0.
       01 ws-no-address              pic 9(6)
                 value 0.
       01 ws-held-undeliverable      pic 9(6)
                 value 0.
      * Run date for the no-address listing heading
       01 ws-run-date.
         05 ws-run-date-yyyy           pic 9(4).
               move 12 to return-code
               goback
           end-if.
           open input bounce-file.
           if ws-bounce-status = "00"
               move "Y" to ws-bounce-open
           end-if.
           open output label-file.
           open output extract-file.
           open output noaddr-file.
           close noaddr-file.
           close extract-file.
           close label-file.
           if ws-bounce-open = "Y"
               close bounce-file
           end-if.
           close methods-file.
           close master-file.
           display "Contacts selected: " ws-contacts-selected.
           display "Labels printed:    " ws-labels-printed.
           display "Without address:   " ws-no-address.
           display "Held (undeliverable): " ws-held-undeliverable.
           goback.
      *
       005-read-parm-cards.
      *
       200-process-one-contact.
      * One keyed read for the contact's ADDR method decides
      * between a label and the chase listing. A contact still
      * carrying the email the bounce file flagged undeliverable
      * is held back from both the labels and the extract
           if ws-bounce-open = "Y"
               move cm-contact-number to bn-contact-number
               read bounce-file
                   invalid key
                       continue
                   not invalid key
                       if bn-undeliverable = "Y"
                               and bn-email = cm-email
                           add 1 to ws-held-undeliverable
                           exit paragraph
                       end-if
               end-read
           end-if.
           move "N" to ws-addr-found.
           move cm-contact-number to me-contact-number.
           move "ADDR" to me-method-type.
