       identification division.
       program-id. A1-ContactPrivacy.
       author. Gaelen Rhoads.
       date-written. 2026-10-15.
      * Description:
      *    Privacy request handling for the MAFD 4202 contact list
      *    -- the "what do you hold about me" and "erase me"
      *    requests. One contact's personal data is spread across
      *    the master, the contact methods, the merge
      *    cross-reference, the bounce file, the contact history,
      *    the audit trail, the delta history, and the exceptions
      *    and duplicates logs with the archive generations
      *    A1-ContactArchive rolls them into, the exception
      *    suspense file and the security violation log. Given the
      *    request's contact number (or name) on the PRIVPARM
      *    cards, the EXTRACT mode prints every record held about
      *    the contact in every one of those files. The ERASE
      *    mode, for a contact already inactive or purged, removes
      *    the master, methods, cross-reference and bounce records,
      *    and masks the name, email, phone and method values (the
      *    address among them) on every history, audit, delta,
      *    exception, duplicate, suspense and violation record --
      *    writing masked copies of the flat files for the job to
      *    lay back over the live files and archives. A masked
      *    suspense item is closed as re-entered, so the nightly
      *    batch never brings it back onto the master. Dates,
      *    contact numbers, action codes and record counts are
      *    kept, so the reconciliation and the activity
      *    statistics still balance; the removal itself is
      *    audited as a PURGE. An erasure also prints a
      *    certificate of erasure to file with the request. The
      *    exceptions and duplicates logs and the suspense file
      *    carry no contact number, so their records are matched
      *    on any name or email the contact is found under
      *    elsewhere; so is a violation record logged without
      *    one. Only an operator the security table allows to run
      *    this program, in the contact's department, may run it;
      *    an erasure refuses to start while the master run lock
      *    is held.
      *
       environment division.
       configuration section.
      *
       input-output section.
       file-control.
      * The request's parameter cards -- assigned to the PRIVPARM
      * ddname
           select parm-file
               assign to PRIVPARM
               organization is line sequential
               file status is ws-parm-status.
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
      * The contact-methods file -- assigned to the CNTLMETH ddname
           select methods-file
               assign to CNTLMETH
               organization is indexed
               access mode is dynamic
               record key is me-key
               file status is ws-methods-status.
      * The name cross-reference of retired names -- keyed by the
      * old name, carrying the survivor it now belongs to --
      * assigned to the CNTLXREF ddname
           select xref-file
               assign to CNTLXREF
               organization is indexed
               access mode is dynamic
               record key is xr-old-name
               file status is ws-xref-status.
      * The bounce file kept per contact -- assigned to the
      * CNTLBNCE ddname
           select bounce-file
               assign to CNTLBNCE
               organization is indexed
               access mode is dynamic
               record key is bn-contact-number
               file status is ws-bounce-status.
      * The contact history -- every audited event again, keyed by
      * contact number and timestamp with before and after images
      * -- assigned to the CNTLHIST ddname
           select history-file
               assign to CNTLHIST
               organization is indexed
               access mode is dynamic
               record key is hi-key
               file status is ws-history-status.
      * The live audit trail, and its masked copy -- CNTLAUD and
      * AUDOUT ddnames
           select audit-in-file
               assign to CNTLAUD
               organization is line sequential
               file status is ws-audit-status.
           select audit-out-file
               assign to AUDOUT
               organization is line sequential.
      * Every archive generation of the audit trail, and their
      * masked copy -- AUDARCH and AUDAOUT ddnames
           select audit-arch-file
               assign to AUDARCH
               organization is line sequential
               file status is ws-audarch-status.
           select audit-arch-out-file
               assign to AUDAOUT
               organization is line sequential.
      * The delta history, and its masked copy -- CNTLDHST and
      * DHSTOUT ddnames
           select delta-in-file
               assign to CNTLDHST
               organization is line sequential
               file status is ws-delta-status.
           select delta-out-file
               assign to DHSTOUT
               organization is line sequential.
      * The live exceptions report and its archive generations,
      * and their masked copies -- EXCPIN, EXCPOUT, EXCPARCH and
      * EXCAOUT ddnames
           select excp-in-file
               assign to EXCPIN
               organization is line sequential
               file status is ws-excp-status.
           select excp-out-file
               assign to EXCPOUT
               organization is line sequential.
           select excp-arch-file
               assign to EXCPARCH
               organization is line sequential
               file status is ws-excarch-status.
           select excp-arch-out-file
               assign to EXCAOUT
               organization is line sequential.
      * The live duplicate-contact log and its archive
      * generations, and their masked copies -- DUPSIN, DUPSOUT,
      * DUPSARCH and DUPAOUT ddnames
           select dups-in-file
               assign to DUPSIN
               organization is line sequential
               file status is ws-dups-status.
           select dups-out-file
               assign to DUPSOUT
               organization is line sequential.
           select dups-arch-file
               assign to DUPSARCH
               organization is line sequential
               file status is ws-dupsarch-status.
           select dups-arch-out-file
               assign to DUPAOUT
               organization is line sequential.
      * The exception suspense file the nightly batch holds its
      * rejected rows on -- assigned to the CNTLSUSP ddname
           select suspense-file
               assign to CNTLSUSP
               organization is indexed
               access mode is dynamic
               record key is su-suspense-number
               file status is ws-suspense-status.
      * The master-file run lock -- an erasure never runs against a
      * master the nightly batch or a helpdesk session is
      * updating -- assigned to the CNTLLOCK ddname
           select lock-file
               assign to CNTLLOCK
               organization is line sequential
               file status is ws-lock-file-status.
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
      * The masked copy of the violation log -- SVIOOUT ddname
           select violation-out-file
               assign to SVIOOUT
               organization is line sequential.
      * The printed extract -- assigned to the PRIVRPT ddname
           select report-file
               assign to PRIVRPT
               organization is line sequential.
      * The certificate of erasure -- assigned to the CERTRPT
      * ddname
           select certificate-file
               assign to CERTRPT
               organization is line sequential.
      *
       data division.
       file section.
      * Declare the layout of a parameter card
       fd parm-file
           data record is parm-record
           record contains 72 characters.
       01 parm-record                   pic X(72).
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
      * Declare the layout of a cross-reference record -- must
      * match the merge program's declaration byte for byte
       fd xref-file
           data record is xref-record
           record contains 58 characters.
       01 xref-record.
         05 xr-old-name                pic X(20).
         05 xr-contact-number          pic 9(8).
         05 xr-survivor-name           pic X(20).
         05 xr-merge-date              pic X(10).
      * Declare the layout of a contact's bounce record -- must
      * match the bounce program's declaration byte for byte
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
      * Declare the layout of a contact history record -- must
      * match the maintaining programs' declaration byte for byte
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
      * The audit trail, live and archived, and the masked copies --
      * read into and written from ws-audit-image
       fd audit-in-file
           data record is audit-in-record
           record contains 114 characters.
       01 audit-in-record               pic X(114).
       fd audit-out-file
           data record is audit-out-record
           record contains 114 characters.
       01 audit-out-record              pic X(114).
       fd audit-arch-file
           data record is audit-arch-record
           record contains 114 characters.
       01 audit-arch-record             pic X(114).
       fd audit-arch-out-file
           data record is audit-arch-out-record
           record contains 114 characters.
       01 audit-arch-out-record         pic X(114).
      * The delta history and its masked copy -- read into and
      * written from ws-delta-image
       fd delta-in-file
           data record is delta-in-record
           record contains 155 characters.
       01 delta-in-record               pic X(155).
       fd delta-out-file
           data record is delta-out-record
           record contains 155 characters.
       01 delta-out-record              pic X(155).
      * The exceptions report, live and archived, and the masked
      * copies -- read into and written from ws-excp-image
       fd excp-in-file
           data record is excp-in-record
           record contains 109 characters.
       01 excp-in-record                pic X(109).
       fd excp-out-file
           data record is excp-out-record
           record contains 109 characters.
       01 excp-out-record               pic X(109).
       fd excp-arch-file
           data record is excp-arch-record
           record contains 109 characters.
       01 excp-arch-record              pic X(109).
       fd excp-arch-out-file
           data record is excp-arch-out-record
           record contains 109 characters.
       01 excp-arch-out-record          pic X(109).
      * The duplicate-contact log, live and archived, and the
      * masked copies -- read into and written from ws-dups-image
       fd dups-in-file
           data record is dups-in-record
           record contains 87 characters.
       01 dups-in-record                pic X(87).
       fd dups-out-file
           data record is dups-out-record
           record contains 87 characters.
       01 dups-out-record               pic X(87).
       fd dups-arch-file
           data record is dups-arch-record
           record contains 87 characters.
       01 dups-arch-record              pic X(87).
       fd dups-arch-out-file
           data record is dups-arch-out-record
           record contains 87 characters.
       01 dups-arch-out-record          pic X(87).
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
      * The masked copy of the violation log, written from
      * violation-record
       fd violation-out-file
           data record is violation-out-record
           record contains 100 characters.
       01 violation-out-record          pic X(100).
      * Declare how long the extract lines will be
       fd report-file
           data record is report-line
           record contains 132 characters.
       01 report-line                   pic X(132).
      * Declare how long the certificate lines will be
       fd certificate-file
           data record is certificate-line
           record contains 80 characters.
       01 certificate-line              pic X(80).
      *
       working-storage section.
      * File status fields
       01 ws-parm-status             pic XX.
       01 ws-master-status           pic XX.
       01 ws-methods-status          pic XX.
       01 ws-xref-status             pic XX.
       01 ws-bounce-status           pic XX.
       01 ws-history-status          pic XX.
       01 ws-audit-status            pic XX.
       01 ws-audarch-status          pic XX.
       01 ws-delta-status            pic XX.
       01 ws-excp-status             pic XX.
       01 ws-excarch-status          pic XX.
       01 ws-dups-status             pic XX.
       01 ws-dupsarch-status         pic XX.
       01 ws-lock-file-status        pic XX.
       01 ws-suspense-status         pic XX.
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
      * Which files opened. An extract reports a file that is not
      * there and carries on; an erasure needs every one but the
      * bounce file, or touches nothing
       01 ws-master-open             pic X(1)
                 value "N".
       01 ws-methods-open            pic X(1)
                 value "N".
       01 ws-xref-open               pic X(1)
                 value "N".
       01 ws-bounce-open             pic X(1)
                 value "N".
       01 ws-history-open            pic X(1)
                 value "N".
       01 ws-audit-open              pic X(1)
                 value "N".
       01 ws-audarch-open            pic X(1)
                 value "N".
       01 ws-delta-open              pic X(1)
                 value "N".
       01 ws-excp-open               pic X(1)
                 value "N".
       01 ws-excarch-open            pic X(1)
                 value "N".
       01 ws-dups-open               pic X(1)
                 value "N".
       01 ws-dupsarch-open           pic X(1)
                 value "N".
       01 ws-suspense-open           pic X(1)
                 value "N".
      * The violation log is only looked for with the other files;
      * it is read in its own section, after any refusal this run
      * logs on it
       01 ws-violation-found         pic X(1)
                 value "N".
       01 ws-outputs-open            pic X(1)
                 value "N".
       01 ws-files-ok                pic X(1)
                 value "Y".
      * EOF flags for the parameter cards, the keyed sweeps and the
      * flat-file passes
       01 ws-parm-eof                pic X(3)
                 value "NO".
       01 ws-sweep-eof               pic X(3)
                 value "NO".
       01 ws-in-eof                  pic X(3)
                 value "NO".
      * The request as the cards give it: its reference, the mode,
      * and the contact by number or by name
       01 ws-request-id              pic X(12)
                 value spaces.
       01 ws-mode                    pic X(7)
                 value "EXTRACT".
       01 ws-subject-number          pic 9(8)
                 value 0.
       01 ws-subject-name            pic X(20)
                 value spaces.
       01 ws-request-ok              pic X(1)
                 value "Y".
       01 ws-refusal-reason          pic X(50)
                 value spaces.
      * Set when the run lock is already held -- an erasure
      * refuses to start rather than update under a live cycle
       01 ws-lock-refused            pic X(1)
                 value "N".
      * Whether the contact was found at all, whether it is still
      * on the master, the master record as found (masked once it
      * is removed, for the PURGE audit entry and history), and
      * whether the removal went through
       01 ws-subject-found           pic X(1)
                 value "N".
       01 ws-on-master               pic X(1)
                 value "N".
       01 ws-subject-record.
         05 ws-sr-contact-number       pic 9(8).
         05 ws-sr-name                 pic X(20).
         05 ws-sr-email                pic X(30).
         05 ws-sr-phone-number         pic X(12).
         05 ws-sr-department           pic X(5).
         05 ws-sr-status               pic X(1).
         05 ws-sr-term-date            pic X(10).
       01 ws-master-removed          pic X(1)
                 value "N".
      * Every name and email the contact is found under -- the
      * master's, the cross-reference's retired names, the
      * history's and the audit trail's before and after values --
      * for matching the logs that carry no contact number
       01 ws-known-names.
         05 ws-known-name              pic X(20)
                   occurs 20 times.
       01 ws-known-name-count        pic 9(2)
                 value 0.
       01 ws-known-emails.
         05 ws-known-email             pic X(30)
                   occurs 20 times.
       01 ws-known-email-count       pic 9(2)
                 value 0.
       01 ws-known-idx               pic 9(2)
                 value 0.
       01 ws-already-known           pic X(1)
                 value "N".
       01 ws-check-name              pic X(20)
                 value spaces.
       01 ws-check-email             pic X(30)
                 value spaces.
       01 ws-record-matched          pic X(1)
                 value "N".
      * What an erased name, and any other erased value, reads as
       01 ws-mask-name               pic X(20)
                 value "** ERASED **".
       01 ws-mask-value              pic X(40)
                 value all "*".
      * Removals and rewrites that failed -- any at all and the
      * erasure ends RC=8, its masked copies left uncopied
       01 ws-erase-failures          pic 9(6)
                 value 0.
      * The file section being printed: its title, whether the
      * file opened, what an erasure does to its records, and how
      * many were held
       01 ws-section-label           pic X(36)
                 value spaces.
       01 ws-section-open            pic X(1)
                 value "N".
       01 ws-section-action          pic X(14)
                 value spaces.
       01 ws-section-count           pic 9(6)
                 value 0.
      * One entry per file, for the summary and the certificate
       01 ws-file-table.
         05 ws-file-entry              occurs 14 times.
           10 ws-ft-label              pic X(36).
           10 ws-ft-count              pic 9(6).
           10 ws-ft-action             pic X(14).
       01 ws-file-count              pic 9(2)
                 value 0.
       01 ws-file-idx                pic 9(2)
                 value 0.
       01 ws-records-held            pic 9(6)
                 value 0.
      * An audit trail record, live or archived, broken out -- must
      * match the writing programs' declaration byte for byte
       01 ws-audit-image.
         05 ws-ai-operator-id          pic X(8).
         05 ws-ai-date                 pic X(10).
         05 ws-ai-time                 pic X(8).
         05 ws-ai-action               pic X(6).
         05 ws-ai-contact-number       pic 9(8).
         05 ws-ai-name                 pic X(20).
         05 ws-ai-email                pic X(30).
         05 ws-ai-phone-number         pic X(12).
         05 ws-ai-department           pic X(5).
         05 ws-ai-source               pic X(1).
         05 ws-ai-batch-number         pic 9(6).
      * The same record as a contact-method event audits it
       01 ws-audit-method-image redefines ws-audit-image.
         05 filler                     pic X(40).
         05 ws-am-name                 pic X(20).
         05 ws-am-method-type          pic X(4).
         05 ws-am-value                pic X(40).
         05 filler                     pic X(10).
      * A delta history record broken out -- must match the delta
      * program's declaration byte for byte
       01 ws-delta-image.
         05 ws-di-run-date             pic X(10).
         05 ws-di-action               pic X(1).
         05 ws-di-contact-number       pic 9(8).
         05 ws-di-name                 pic X(20).
         05 ws-di-new-email            pic X(30).
         05 ws-di-new-phone-number     pic X(12).
         05 ws-di-new-department       pic X(5).
         05 ws-di-old-name             pic X(20).
         05 ws-di-old-email            pic X(30).
         05 ws-di-old-phone-number     pic X(12).
         05 ws-di-old-department       pic X(5).
         05 ws-di-new-status           pic X(1).
         05 ws-di-old-status           pic X(1).
      * An exceptions record broken out -- must match the nightly
      * program's declaration byte for byte
       01 ws-excp-image.
         05 ws-ei-name                 pic X(20).
         05 ws-ei-email                pic X(30).
         05 ws-ei-phone-number         pic X(12).
         05 ws-ei-department           pic X(5).
         05 ws-ei-reason               pic X(32).
         05 ws-ei-run-date             pic X(10).
      * A duplicate-contact log record broken out -- must match
      * the nightly program's declaration byte for byte
       01 ws-dups-image.
         05 ws-ui-name                 pic X(20).
         05 ws-ui-email                pic X(30).
         05 ws-ui-phone-number         pic X(12).
         05 ws-ui-department           pic X(5).
         05 ws-ui-match-type           pic X(10).
         05 ws-ui-run-date             pic X(10).
      * A suspense item's held row broken out -- the same 78-byte
      * layout as the transaction file
       01 ws-suspense-image.
         05 ws-si-trans-code           pic X(1).
         05 ws-si-name                 pic X(20).
         05 ws-si-email                pic X(30).
         05 ws-si-phone-number         pic X(12).
         05 ws-si-department           pic X(5).
         05 ws-si-effective-date       pic X(10).
      * The switch that ends the hunt for a free sequence number
      * when filing the PURGE on the contact history
       01 ws-history-written         pic X(1).
      * Operator ID the audit trail and the certificate charge the
      * request to, pulled from the OS user running the job
       01 ws-operator-id               pic X(8)
                 value spaces.
      * Timestamp of the audit entry and the certificate
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
      * Run date for the report heading
       01 ws-run-date.
         05 ws-run-date-yyyy           pic 9(4).
         05 ws-run-date-mm             pic 9(2).
         05 ws-run-date-dd             pic 9(2).
      * Declare the report heading
       01 ws-heading-line.
         05 ws-h1-title                pic X(50)
                   value spaces.
         05 filler                     pic X(6)
                   value "DATE: ".
         05 ws-h1-date                 pic X(10)
                   value spaces.
         05 filler                     pic X(66)
                   value spaces.
      * Declare the request line under the heading
       01 ws-request-line.
         05 filler                     pic X(9)
                   value "REQUEST: ".
         05 ws-rl-request-id           pic X(12).
         05 filler                     pic X(12)
                   value "  CONTACT#: ".
         05 ws-rl-contact-number       pic 9(8).
         05 filler                     pic X(8)
                   value "  MODE: ".
         05 ws-rl-mode                 pic X(7).
         05 filler                     pic X(12)
                   value "  OPERATOR: ".
         05 ws-rl-operator-id          pic X(8).
         05 filler                     pic X(56)
                   value spaces.
      * Declare a section title or caption line
       01 ws-title-line.
         05 ws-tl-title                pic X(100).
         05 filler                     pic X(32)
                   value spaces.
      * Declare the column captions, one per kind of record
       01 ws-master-caption.
         05 filler                     pic X(33)
                   value "  CONTACT# NAME                 ".
         05 filler                     pic X(31)
                   value "EMAIL                          ".
         05 filler                     pic X(68)
                   value "PHONE        DEPT  S TERM DATE".
       01 ws-method-caption.
         05 filler                     pic X(40)
                   value "  TYPE VALUE".
         05 filler                     pic X(92)
                   value spaces.
       01 ws-bounce-caption.
         05 filler                     pic X(33)
                   value "  EMAIL                          ".
         05 filler                     pic X(40)
                   value "HARD SOFT LAST BNCE TYPE U FLAGGED".
         05 filler                     pic X(59)
                   value spaces.
       01 ws-xref-caption.
         05 filler                     pic X(40)
                   value "  RETIRED NAME         SURVIVOR# SURVIV".
         05 filler                     pic X(40)
                   value "OR NAME        MERGED".
         05 filler                     pic X(52)
                   value spaces.
       01 ws-history-caption.
         05 filler                     pic X(40)
                   value "  DATE       TIME     ACTION OPERATOR S".
         05 filler                     pic X(40)
                   value "OURCE BATCH".
         05 filler                     pic X(52)
                   value spaces.
       01 ws-audit-caption.
         05 filler                     pic X(40)
                   value "  DATE       TIME     ACTION OPERATOR N".
         05 filler                     pic X(40)
                   value "AME                 EMAIL / METHOD".
         05 filler                     pic X(52)
                   value "                 PHONE        DEPT  S BATCH".
       01 ws-delta-caption.
         05 filler                     pic X(40)
                   value "  RUN DATE   A NAME                 EMAI".
         05 filler                     pic X(40)
                   value "L                          PHONE".
         05 filler                     pic X(52)
                   value "        DEPT  S".
       01 ws-excp-caption.
         05 filler                     pic X(40)
                   value "  RUN DATE   NAME                 EMAIL".
         05 filler                     pic X(40)
                   value "                          PHONE        ".
         05 filler                     pic X(52)
                   value "DEPT  REASON / MATCH".
       01 ws-suspense-caption.
         05 filler                     pic X(11)
                   value "  SUSP NO".
         05 filler                     pic X(2)
                   value "S".
         05 filler                     pic X(11)
                   value "REJECTED".
         05 filler                     pic X(21)
                   value "NAME".
         05 filler                     pic X(31)
                   value "EMAIL".
         05 filler                     pic X(13)
                   value "PHONE".
         05 filler                     pic X(6)
                   value "DEPT".
         05 filler                     pic X(37)
                   value "REASON".
       01 ws-violation-caption.
         05 filler                     pic X(13)
                   value "  DATE".
         05 filler                     pic X(9)
                   value "TIME".
         05 filler                     pic X(9)
                   value "OPERATOR".
         05 filler                     pic X(9)
                   value "PROGRAM".
         05 filler                     pic X(2)
                   value "C".
         05 filler                     pic X(6)
                   value "DEPT".
         05 filler                     pic X(21)
                   value "NAME".
         05 filler                     pic X(63)
                   value "REASON".
      * Declare a master record line
       01 ws-master-line.
         05 filler                     pic X(2)
                   value spaces.
         05 ws-ml-contact-number       pic 9(8).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-ml-name                 pic X(20).
         05 filler                     pic X(2)
                   value spaces.
         05 ws-ml-email                pic X(30).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-ml-phone-number         pic X(12).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-ml-department           pic X(5).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-ml-status               pic X(1).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-ml-term-date            pic X(10).
         05 filler                     pic X(37)
                   value spaces.
      * Declare a method line -- the contact-method records, and
      * the before and after values of a method event
       01 ws-method-line.
         05 filler                     pic X(2)
                   value spaces.
         05 ws-mt-label                pic X(9).
         05 ws-mt-method-type          pic X(4).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-mt-value                pic X(40).
         05 filler                     pic X(76)
                   value spaces.
      * Declare a bounce record line
       01 ws-bounce-line.
         05 filler                     pic X(2)
                   value spaces.
         05 ws-bl-email                pic X(30).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-bl-hard-count           pic ZZZ9.
         05 filler                     pic X(1)
                   value spaces.
         05 ws-bl-soft-count           pic ZZZ9.
         05 filler                     pic X(1)
                   value spaces.
         05 ws-bl-last-bounce-date     pic X(10).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-bl-last-bounce-type     pic X(4).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-bl-undeliverable        pic X(1).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-bl-flagged-date         pic X(10).
         05 filler                     pic X(61)
                   value spaces.
      * Declare a cross-reference line
       01 ws-xref-line.
         05 filler                     pic X(2)
                   value spaces.
         05 ws-xl-old-name             pic X(20).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-xl-contact-number       pic 9(8).
         05 filler                     pic X(2)
                   value spaces.
         05 ws-xl-survivor-name        pic X(20).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-xl-merge-date           pic X(10).
         05 filler                     pic X(68)
                   value spaces.
      * Declare a history event line, and the before and after
      * image lines under it
       01 ws-event-line.
         05 filler                     pic X(2)
                   value spaces.
         05 ws-el-date                 pic X(10).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-el-time                 pic X(8).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-el-action               pic X(6).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-el-operator-id          pic X(8).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-el-source               pic X(1).
         05 filler                     pic X(5)
                   value spaces.
         05 ws-el-batch-number         pic X(6).
         05 filler                     pic X(82)
                   value spaces.
       01 ws-image-line.
         05 filler                     pic X(2)
                   value spaces.
         05 ws-il-label                pic X(9).
         05 ws-il-name                 pic X(20).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-il-email                pic X(30).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-il-phone-number         pic X(12).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-il-department           pic X(5).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-il-status               pic X(1).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-il-term-date            pic X(10).
         05 filler                     pic X(38)
                   value spaces.
      * Declare an audit trail line -- a method event shows its
      * method type and value in place of the email and phone
       01 ws-audit-line.
         05 filler                     pic X(2)
                   value spaces.
         05 ws-al-date                 pic X(10).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-al-time                 pic X(8).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-al-action               pic X(6).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-al-operator-id          pic X(8).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-al-name                 pic X(20).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-al-email                pic X(45).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-al-phone-number         pic X(12).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-al-department           pic X(5).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-al-source               pic X(1).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-al-batch-number         pic X(6).
      * Declare a delta history line -- the values after, with the
      * values before on a second line under them
       01 ws-delta-line.
         05 filler                     pic X(2)
                   value spaces.
         05 ws-dl-run-date             pic X(10).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-dl-action               pic X(1).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-dl-name                 pic X(20).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-dl-email                pic X(30).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-dl-phone-number         pic X(12).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-dl-department           pic X(5).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-dl-status               pic X(1).
         05 filler                     pic X(45)
                   value spaces.
      * Declare an exceptions or duplicates log line
       01 ws-log-line.
         05 filler                     pic X(2)
                   value spaces.
         05 ws-lg-run-date             pic X(10).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-lg-name                 pic X(20).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-lg-email                pic X(30).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-lg-phone-number         pic X(12).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-lg-department           pic X(5).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-lg-reason               pic X(32).
         05 filler                     pic X(16)
                   value spaces.
      * Declare a suspense item line -- the row as held, and the
      * owner's corrections on a second line under it
       01 ws-suspense-line.
         05 filler                     pic X(2)
                   value spaces.
         05 ws-sp-number               pic X(8).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-sp-status               pic X(1).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-sp-reject-date          pic X(10).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-sp-name                 pic X(20).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-sp-email                pic X(30).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-sp-phone-number         pic X(12).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-sp-department           pic X(5).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-sp-reason               pic X(32).
         05 filler                     pic X(5)
                   value spaces.
      * Declare a security violation line
       01 ws-violation-line.
         05 filler                     pic X(2)
                   value spaces.
         05 ws-vl-date                 pic X(10).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-vl-time                 pic X(8).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-vl-operator-id          pic X(8).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-vl-program              pic X(8).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-vl-command              pic X(1).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-vl-department           pic X(5).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-vl-name                 pic X(20).
         05 filler                     pic X(1)
                   value spaces.
         05 ws-vl-reason               pic X(30).
         05 filler                     pic X(33)
                   value spaces.
      * Declare the count line closing each file's section
       01 ws-count-line.
         05 filler                     pic X(16)
                   value "  RECORDS HELD: ".
         05 ws-cn-count                pic ZZZZZ9.
         05 filler                     pic X(110)
                   value spaces.
      * Declare a summary line
       01 ws-summary-line.
         05 ws-sl-label                pic X(36).
         05 ws-sl-count                pic ZZZZZ9.
         05 filler                     pic X(2)
                   value spaces.
         05 ws-sl-action               pic X(14).
         05 filler                     pic X(74)
                   value spaces.
      * Declare the certificate heading and its lines
       01 ws-cert-heading-line.
         05 filler                     pic X(44)
                   value "MAFD 4202 CERTIFICATE OF ERASURE".
         05 filler                     pic X(6)
                   value "DATE: ".
         05 ws-ch-date                 pic X(10).
         05 filler                     pic X(20)
                   value spaces.
       01 ws-cert-field-line.
         05 ws-cf-label                pic X(24).
         05 ws-cf-value                pic X(20).
         05 filler                     pic X(36)
                   value spaces.
       01 ws-cert-caption.
         05 filler                     pic X(40)
                   value "FILE".
         05 filler                     pic X(40)
                   value "  HELD  ACTION".
       01 ws-cert-line.
         05 ws-ce-label                pic X(36).
         05 filler                     pic X(2)
                   value spaces.
         05 ws-ce-count                pic ZZZZZ9.
         05 filler                     pic X(2)
                   value spaces.
         05 ws-ce-action               pic X(14).
         05 filler                     pic X(20)
                   value spaces.
       01 ws-cert-text-line.
         05 ws-ct-text                 pic X(80).
      *
       procedure division.
       000-main.
      * Find out who is handling the request, for the audit trail
      * and the certificate
           display "USER" upon environment-name.
           accept ws-operator-id from environment-value.
           perform 010-read-parm-cards.
           perform 015-check-parm-cards.
           if ws-request-ok = "N"
               display "Privacy request refused - " ws-refusal-reason
               move 12 to return-code
               goback
           end-if.
      * Only an operator the security table allows to run this
      * program
           perform 070-check-operator-authority.
           if ws-violation-reason not = spaces
               display "Privacy request refused - "
                       ws-violation-reason
               if ws-operator-open = "Y"
                   close operator-file
               end-if
               move 12 to return-code
               goback
           end-if.
      * Never erase under a running batch cycle or a helpdesk
      * maintenance session
           if ws-mode = "ERASE"
               perform 030-check-run-lock
               if ws-lock-refused = "Y"
                   close operator-file
                   move 12 to return-code
                   goback
               end-if
           end-if.
      * Open every file the contact may be held on; an erasure
      * with any of them missing touches nothing
           perform 040-open-files.
           if ws-files-ok = "N"
               perform 045-close-files
               close operator-file
               move 12 to return-code
               goback
           end-if.
      * Find the contact, and make sure this operator may handle
      * it -- and, for an erasure, that it is no longer active
           perform 100-resolve-subject.
           if ws-subject-found = "N"
               move "Contact not on the master or the cross-reference"
                   to ws-refusal-reason
               move "N" to ws-request-ok
           else
               perform 110-check-subject
           end-if.
           close operator-file.
           if ws-request-ok = "N"
               display "Privacy request refused - " ws-refusal-reason
               perform 045-close-files
               move 12 to return-code
               goback
           end-if.
           open output report-file.
           perform 020-write-heading.
      * Every file in turn: the keyed files first, then the flat
      * files, the logs that carry no contact number last so every
      * name and email the contact has had is known by then
           perform 200-master-section.
           perform 210-methods-section.
           perform 215-bounce-section.
           perform 220-xref-section.
           perform 230-history-section.
           perform 240-audit-section.
           perform 242-audit-archive-section.
           perform 250-delta-section.
           perform 260-exceptions-section.
           perform 262-exceptions-archive-section.
           perform 270-duplicates-section.
           perform 272-duplicates-archive-section.
           perform 280-suspense-section.
           perform 285-violations-section.
           perform 500-write-summary.
           close report-file.
           if ws-mode = "ERASE"
               perform 550-write-certificate
           end-if.
           perform 045-close-files.
           display "Privacy request " ws-request-id " " ws-mode
                   " contact # " ws-subject-number.
           display "Records held:       " ws-records-held.
      * A removal or rewrite that failed leaves the erasure
      * incomplete -- RC=8 keeps the job from laying the masked
      * copies over the live files
           if ws-erase-failures > 0
               display "Erasure incomplete, failures: "
                       ws-erase-failures
               move 8 to return-code
           end-if.
           goback.
      *
       010-read-parm-cards.
      * Read every parameter card the request supplies
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
               when parm-record(1:8) = "REQUEST="
                   move parm-record(9:12) to ws-request-id
               when parm-record(1:5) = "MODE="
                   if parm-record(6:7) = "EXTRACT"
                           or parm-record(6:7) = "ERASE  "
                       move parm-record(6:7) to ws-mode
                   else
                       move "N" to ws-request-ok
                       move "MODE= must be EXTRACT or ERASE"
                           to ws-refusal-reason
                   end-if
               when parm-record(1:8) = "CONTACT="
                   if parm-record(9:8) is numeric
                       move parm-record(9:8) to ws-subject-number
                   else
                       move "N" to ws-request-ok
                       move "CONTACT= not an 8-digit contact number"
                           to ws-refusal-reason
                   end-if
               when parm-record(1:5) = "NAME="
                   move parm-record(6:20) to ws-subject-name
               when parm-record = spaces
                   continue
               when other
                   display "Parameter card not understood, ignored: "
                           parm-record
           end-evaluate.
      *
       015-check-parm-cards.
      * The request needs its reference and the contact. An
      * erasure is only ever run by number -- the number the
      * extract printed -- so a shared name can never erase the
      * wrong person
           if ws-request-ok = "N"
               exit paragraph
           end-if.
           if ws-request-id = spaces
               move "N" to ws-request-ok
               move "No REQUEST= card" to ws-refusal-reason
               exit paragraph
           end-if.
           if ws-subject-number = 0 and ws-subject-name = spaces
               move "N" to ws-request-ok
               move "No CONTACT= or NAME= card" to ws-refusal-reason
               exit paragraph
           end-if.
           if ws-mode = "ERASE" and ws-subject-number = 0
               move "N" to ws-request-ok
               move "ERASE needs CONTACT= from the extract"
                   to ws-refusal-reason
           end-if.
      *
       020-write-heading.
      * Title, run date and the request at the top of the extract
           accept ws-run-date from date yyyymmdd.
           move ws-run-date-yyyy to ws-h1-date(1:4).
           move "-" to ws-h1-date(5:1).
           move ws-run-date-mm to ws-h1-date(6:2).
           move "-" to ws-h1-date(8:1).
           move ws-run-date-dd to ws-h1-date(9:2).
           if ws-mode = "ERASE"
               move "MAFD 4202 PRIVACY REQUEST - ERASURE"
                   to ws-h1-title
           else
               move "MAFD 4202 PRIVACY REQUEST - SUBJECT ACCESS"
                   to ws-h1-title
           end-if.
           write report-line from ws-heading-line.
           move ws-request-id to ws-rl-request-id.
           move ws-subject-number to ws-rl-contact-number.
           move ws-mode to ws-rl-mode.
           move ws-operator-id to ws-rl-operator-id.
           write report-line from ws-request-line.
           if ws-mode = "ERASE"
               move "Records are counted, not printed, on an erasure"
                   to ws-tl-title
               write report-line from ws-title-line
           end-if.
           move spaces to report-line.
           write report-line.
      *
       030-check-run-lock.
      * A held lock -- batch cycle or helpdesk session -- refuses
      * the erasure; this program takes no lock of its own, it
      * runs start to finish under the operator's eye, the same way
      * the purge does
           open input lock-file.
           if ws-lock-file-status = "00"
               read lock-file
                   at end
                       continue
                   not at end
                       if lk-status = "LOCKED  "
                           move "Y" to ws-lock-refused
                           display "Privacy erasure refused - master "
                                   "lock held by " lk-holder " since "
                                   lk-date " " lk-time
                       end-if
               end-read
               close lock-file
           end-if.
      *
       040-open-files.
      * An extract opens everything for input and reports any file
      * that is not there; an erasure opens the keyed files for
      * update and needs every file but the bounce file, which may
      * never have been written
           if ws-mode = "ERASE"
               open i-o master-file
           else
               open input master-file
           end-if.
           if ws-master-status = "00"
               move "Y" to ws-master-open
           else
               display "Contact master not available, status "
                       ws-master-status
               move "N" to ws-files-ok
           end-if.
           if ws-mode = "ERASE"
               open i-o methods-file
           else
               open input methods-file
           end-if.
           if ws-methods-status = "00"
               move "Y" to ws-methods-open
           else
               display "Contact methods not available, status "
                       ws-methods-status
           end-if.
           if ws-mode = "ERASE"
               open i-o xref-file
           else
               open input xref-file
           end-if.
           if ws-xref-status = "00"
               move "Y" to ws-xref-open
           else
               display "Cross-reference not available, status "
                       ws-xref-status
           end-if.
           if ws-mode = "ERASE"
               open i-o bounce-file
           else
               open input bounce-file
           end-if.
           if ws-bounce-status = "00"
               move "Y" to ws-bounce-open
           end-if.
           if ws-mode = "ERASE"
               open i-o history-file
           else
               open input history-file
           end-if.
           if ws-history-status = "00"
               move "Y" to ws-history-open
           else
               display "Contact history not available, status "
                       ws-history-status
           end-if.
           open input audit-in-file.
           if ws-audit-status = "00"
               move "Y" to ws-audit-open
           else
               display "Audit trail not available, status "
                       ws-audit-status
           end-if.
           open input audit-arch-file.
           if ws-audarch-status = "00"
               move "Y" to ws-audarch-open
           else
               display "Audit archive not available, status "
                       ws-audarch-status
           end-if.
           open input delta-in-file.
           if ws-delta-status = "00"
               move "Y" to ws-delta-open
           else
               display "Delta history not available, status "
                       ws-delta-status
           end-if.
           open input excp-in-file.
           if ws-excp-status = "00"
               move "Y" to ws-excp-open
           else
               display "Exceptions report not available, status "
                       ws-excp-status
           end-if.
           open input excp-arch-file.
           if ws-excarch-status = "00"
               move "Y" to ws-excarch-open
           else
               display "Exceptions archive not available, status "
                       ws-excarch-status
           end-if.
           open input dups-in-file.
           if ws-dups-status = "00"
               move "Y" to ws-dups-open
           else
               display "Duplicates log not available, status "
                       ws-dups-status
           end-if.
           open input dups-arch-file.
           if ws-dupsarch-status = "00"
               move "Y" to ws-dupsarch-open
           else
               display "Duplicates archive not available, status "
                       ws-dupsarch-status
           end-if.
           if ws-mode = "ERASE"
               open i-o suspense-file
           else
               open input suspense-file
           end-if.
           if ws-suspense-status = "00"
               move "Y" to ws-suspense-open
           else
               display "Suspense file not available, status "
                       ws-suspense-status
           end-if.
           open input violation-file.
           if ws-violation-status = "00"
               move "Y" to ws-violation-found
               close violation-file
           else
               display "Violation log not available, status "
                       ws-violation-status
           end-if.
           if ws-mode = "EXTRACT"
               exit paragraph
           end-if.
           if ws-methods-open = "N" or ws-xref-open = "N"
                   or ws-history-open = "N" or ws-audit-open = "N"
                   or ws-audarch-open = "N" or ws-delta-open = "N"
                   or ws-excp-open = "N" or ws-excarch-open = "N"
                   or ws-dups-open = "N" or ws-dupsarch-open = "N"
                   or ws-suspense-open = "N"
                   or ws-violation-found = "N"
               move "N" to ws-files-ok
           end-if.
           if ws-files-ok = "N"
               display "Privacy erasure refused - every file must be "
                       "available"
               exit paragraph
           end-if.
           open output audit-out-file.
           open output audit-arch-out-file.
           open output delta-out-file.
           open output excp-out-file.
           open output excp-arch-out-file.
           open output dups-out-file.
           open output dups-arch-out-file.
           open output violation-out-file.
           move "Y" to ws-outputs-open.
      *
       045-close-files.
      * Close whatever 040-open-files opened
           if ws-master-open = "Y"
               close master-file
           end-if.
           if ws-methods-open = "Y"
               close methods-file
           end-if.
           if ws-xref-open = "Y"
               close xref-file
           end-if.
           if ws-bounce-open = "Y"
               close bounce-file
           end-if.
           if ws-history-open = "Y"
               close history-file
           end-if.
           if ws-audit-open = "Y"
               close audit-in-file
           end-if.
           if ws-audarch-open = "Y"
               close audit-arch-file
           end-if.
           if ws-delta-open = "Y"
               close delta-in-file
           end-if.
           if ws-excp-open = "Y"
               close excp-in-file
           end-if.
           if ws-excarch-open = "Y"
               close excp-arch-file
           end-if.
           if ws-dups-open = "Y"
               close dups-in-file
           end-if.
           if ws-dupsarch-open = "Y"
               close dups-arch-file
           end-if.
           if ws-suspense-open = "Y"
               close suspense-file
           end-if.
           if ws-outputs-open = "Y"
               close audit-out-file
               close audit-arch-out-file
               close delta-out-file
               close excp-out-file
               close excp-arch-out-file
               close dups-out-file
               close dups-arch-out-file
               close violation-out-file
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
                   if op-program(ws-auth-idx) = "A1CNTPRV"
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
           move "A1CNTPRV" to sv-program.
           move ws-auth-command to sv-command.
           move ws-auth-department to sv-department.
           move ws-auth-contact to sv-contact-number.
           move ws-auth-name to sv-name.
           move ws-violation-reason to sv-reason.
           write violation-record.
           close violation-file.
      *
       080-note-known-name.
      * Add ws-check-name to the names the contact is known under,
      * unless it is blank, already masked or already there
           if ws-check-name = spaces or ws-check-name = ws-mask-name
               exit paragraph
           end-if.
           move "N" to ws-already-known.
           perform varying ws-known-idx from 1 by 1
                   until ws-known-idx > ws-known-name-count
               if ws-known-name(ws-known-idx) = ws-check-name
                   move "Y" to ws-already-known
               end-if
           end-perform.
           if ws-already-known = "N" and ws-known-name-count < 20
               add 1 to ws-known-name-count
               move ws-check-name to ws-known-name(ws-known-name-count)
           end-if.
      *
       082-note-known-email.
      * Add ws-check-email to the emails the contact is known
      * under, unless it is blank, already masked or already there
           if ws-check-email = spaces
                   or ws-check-email = ws-mask-value(1:30)
               exit paragraph
           end-if.
           move "N" to ws-already-known.
           perform varying ws-known-idx from 1 by 1
                   until ws-known-idx > ws-known-email-count
               if ws-known-email(ws-known-idx) = ws-check-email
                   move "Y" to ws-already-known
               end-if
           end-perform.
           if ws-already-known = "N" and ws-known-email-count < 20
               add 1 to ws-known-email-count
               move ws-check-email
                   to ws-known-email(ws-known-email-count)
           end-if.
      *
       085-check-known-contact.
      * A record carrying no contact number is the contact's when
      * its name or its email is one the contact is known under
           move "N" to ws-record-matched.
           if ws-check-name not = spaces
               perform varying ws-known-idx from 1 by 1
                       until ws-known-idx > ws-known-name-count
                   if ws-known-name(ws-known-idx) = ws-check-name
                       move "Y" to ws-record-matched
                   end-if
               end-perform
           end-if.
           if ws-check-email not = spaces
               perform varying ws-known-idx from 1 by 1
                       until ws-known-idx > ws-known-email-count
                   if ws-known-email(ws-known-idx) = ws-check-email
                       move "Y" to ws-record-matched
                   end-if
               end-perform
           end-if.
      *
       100-resolve-subject.
      * A number is searched for as given, on the master or not --
      * a purged contact's number is still all over the history
      * files. A name is looked up on the master through the name
      * path, then among the cross-reference's retired names
           move spaces to ws-subject-record.
           if ws-subject-number not = 0
               move "Y" to ws-subject-found
               move ws-subject-number to cm-contact-number
               read master-file
                   invalid key
                       continue
                   not invalid key
                       move "Y" to ws-on-master
               end-read
           else
               move ws-subject-name to ws-check-name
               perform 080-note-known-name
               move ws-subject-name to cm-name
               read master-file key is cm-name
                   invalid key
                       continue
                   not invalid key
                       move "Y" to ws-on-master
                       move "Y" to ws-subject-found
                       move cm-contact-number to ws-subject-number
               end-read
               if ws-subject-found = "N" and ws-xref-open = "Y"
                   move ws-subject-name to xr-old-name
                   read xref-file
                       invalid key
                           continue
                       not invalid key
                           move "Y" to ws-subject-found
                           move xr-contact-number
                               to ws-subject-number
                   end-read
                   if ws-subject-found = "Y"
                       move ws-subject-number to cm-contact-number
                       read master-file
                           invalid key
                               continue
                           not invalid key
                               move "Y" to ws-on-master
                       end-read
                   end-if
               end-if
           end-if.
           if ws-on-master = "Y"
               move contact-master-record to ws-subject-record
           end-if.
      *
       110-check-subject.
      * The operator must be allowed in the contact's department --
      * one no longer on the master has none, so only an operator
      * cleared for every department may handle it -- and an
      * erasure is only for a contact who has already left
           move ws-sr-department to ws-auth-department.
           perform 072-check-department-authority.
           if ws-violation-reason not = spaces
               move spaces to ws-auth-command
               move ws-subject-number to ws-auth-contact
               move spaces to ws-auth-name
               perform 078-log-violation
               move "N" to ws-request-ok
               move ws-violation-reason to ws-refusal-reason
               exit paragraph
           end-if.
           if ws-mode = "ERASE" and ws-on-master = "Y"
                   and ws-sr-status not = "I"
               move "N" to ws-request-ok
               move "Contact still active - deactivate it first"
                   to ws-refusal-reason
           end-if.
      *
       180-start-section.
      * Title the file's section of the extract
           move 0 to ws-section-count.
           move ws-section-label to ws-tl-title.
           write report-line from ws-title-line.
           if ws-section-open = "N"
               move "  FILE NOT AVAILABLE" to ws-tl-title
               write report-line from ws-title-line
           end-if.
      *
       190-end-section.
      * Close the file's section with its count, and keep the count
      * and what the erasure did for the summary and certificate
           if ws-section-open = "Y"
               move ws-section-count to ws-cn-count
               write report-line from ws-count-line
           end-if.
           move spaces to report-line.
           write report-line.
           add ws-section-count to ws-records-held.
           add 1 to ws-file-count.
           move ws-section-label to ws-ft-label(ws-file-count).
           move ws-section-count to ws-ft-count(ws-file-count).
           evaluate true
               when ws-section-open = "N"
                   move "NOT AVAILABLE" to ws-ft-action(ws-file-count)
               when ws-section-count = 0
                   move "NONE HELD" to ws-ft-action(ws-file-count)
               when ws-mode = "ERASE"
                   move ws-section-action
                       to ws-ft-action(ws-file-count)
               when other
                   move spaces to ws-ft-action(ws-file-count)
           end-evaluate.
      *
       200-master-section.
      * The contact's master record, when it is still on file
           move "CONTACT MASTER (CNTLMSTR)" to ws-section-label.
           move "REMOVED" to ws-section-action.
           move "Y" to ws-section-open.
           perform 180-start-section.
           if ws-on-master = "Y"
               add 1 to ws-section-count
               move ws-sr-name to ws-check-name
               perform 080-note-known-name
               move ws-sr-email to ws-check-email
               perform 082-note-known-email
               if ws-mode = "EXTRACT"
                   write report-line from ws-master-caption
                   move ws-sr-contact-number to ws-ml-contact-number
                   move ws-sr-name to ws-ml-name
                   move ws-sr-email to ws-ml-email
                   move ws-sr-phone-number to ws-ml-phone-number
                   move ws-sr-department to ws-ml-department
                   move ws-sr-status to ws-ml-status
                   move ws-sr-term-date to ws-ml-term-date
                   write report-line from ws-master-line
               else
                   perform 205-remove-master
               end-if
           end-if.
           perform 190-end-section.
      *
       205-remove-master.
      * Delete the master record, and mask the copy held of it for
      * the PURGE audit entry and history record the audit pass
      * files
           move ws-subject-number to cm-contact-number.
           delete master-file
               invalid key
                   add 1 to ws-erase-failures
                   display "Delete failed, master not removed: "
                           ws-subject-number
               not invalid key
                   move "Y" to ws-master-removed
           end-delete.
           move ws-mask-name to ws-sr-name.
           if ws-sr-email not = spaces
               move ws-mask-value to ws-sr-email
           end-if.
           if ws-sr-phone-number not = spaces
               move ws-mask-value to ws-sr-phone-number
           end-if.
      *
       210-methods-section.
      * Every contact-method record filed under the contact's
      * number, the same keyed-range walk the maintaining programs
      * use
           move "CONTACT METHODS (CNTLMETH)" to ws-section-label.
           move "REMOVED" to ws-section-action.
           move ws-methods-open to ws-section-open.
           perform 180-start-section.
           if ws-methods-open = "N"
               perform 190-end-section
               exit paragraph
           end-if.
           if ws-mode = "EXTRACT"
               write report-line from ws-method-caption
           end-if.
           move ws-subject-number to me-contact-number.
           move low-values to me-method-type.
           move "NO" to ws-sweep-eof.
           start methods-file key is not less than me-key
               invalid key
                   move "YES" to ws-sweep-eof
           end-start.
           perform until ws-sweep-eof = "YES"
               read methods-file next record
                   at end
                       move "YES" to ws-sweep-eof
                   not at end
                       if me-contact-number = ws-subject-number
                           perform 212-one-method
                       else
                           move "YES" to ws-sweep-eof
                       end-if
               end-read
           end-perform.
           perform 190-end-section.
      *
       212-one-method.
      * List the method, or remove it
           add 1 to ws-section-count.
           if ws-mode = "EXTRACT"
               move spaces to ws-mt-label
               move me-method-type to ws-mt-method-type
               move me-value to ws-mt-value
               write report-line from ws-method-line
           else
               delete methods-file
                   invalid key
                       add 1 to ws-erase-failures
                       display "Delete failed, method not removed: "
                               me-method-type
               end-delete
           end-if.
      *
       215-bounce-section.
      * The contact's bounce record, when one was ever kept
           move "BOUNCE FILE (CNTLBNCE)" to ws-section-label.
           move "REMOVED" to ws-section-action.
           move ws-bounce-open to ws-section-open.
           perform 180-start-section.
           if ws-bounce-open = "N"
               perform 190-end-section
               exit paragraph
           end-if.
           move ws-subject-number to bn-contact-number.
           read bounce-file
               invalid key
                   continue
               not invalid key
                   add 1 to ws-section-count
                   move bn-email to ws-check-email
                   perform 082-note-known-email
                   perform 217-one-bounce
           end-read.
           perform 190-end-section.
      *
       217-one-bounce.
      * List the bounce record, or remove it
           if ws-mode = "EXTRACT"
               write report-line from ws-bounce-caption
               move bn-email to ws-bl-email
               move bn-hard-count to ws-bl-hard-count
               move bn-soft-count to ws-bl-soft-count
               move bn-last-bounce-date to ws-bl-last-bounce-date
               move bn-last-bounce-type to ws-bl-last-bounce-type
               move bn-undeliverable to ws-bl-undeliverable
               move bn-flagged-date to ws-bl-flagged-date
               write report-line from ws-bounce-line
           else
               delete bounce-file
                   invalid key
                       add 1 to ws-erase-failures
                       display "Delete failed, bounce record not "
                               "removed: " ws-subject-number
               end-delete
           end-if.
      *
       220-xref-section.
      * Every retired name merged into the contact -- the
      * cross-reference is keyed by the old name, so the whole
      * file is walked for the contact's number
           move "MERGE CROSS-REFERENCE (CNTLXREF)" to ws-section-label.
           move "REMOVED" to ws-section-action.
           move ws-xref-open to ws-section-open.
           perform 180-start-section.
           if ws-xref-open = "N"
               perform 190-end-section
               exit paragraph
           end-if.
           if ws-mode = "EXTRACT"
               write report-line from ws-xref-caption
           end-if.
           move low-values to xr-old-name.
           move "NO" to ws-sweep-eof.
           start xref-file key is not less than xr-old-name
               invalid key
                   move "YES" to ws-sweep-eof
           end-start.
           perform until ws-sweep-eof = "YES"
               read xref-file next record
                   at end
                       move "YES" to ws-sweep-eof
                   not at end
                       if xr-contact-number = ws-subject-number
                           perform 222-one-xref
                       end-if
               end-read
           end-perform.
           perform 190-end-section.
      *
       222-one-xref.
      * List the retired name, or remove it
           add 1 to ws-section-count.
           move xr-old-name to ws-check-name.
           perform 080-note-known-name.
           move xr-survivor-name to ws-check-name.
           perform 080-note-known-name.
           if ws-mode = "EXTRACT"
               move xr-old-name to ws-xl-old-name
               move xr-contact-number to ws-xl-contact-number
               move xr-survivor-name to ws-xl-survivor-name
               move xr-merge-date to ws-xl-merge-date
               write report-line from ws-xref-line
           else
               delete xref-file
                   invalid key
                       add 1 to ws-erase-failures
                       display "Delete failed, retired name not "
                               "removed: " ws-subject-number
               end-delete
           end-if.
      *
       230-history-section.
      * Every event on the contact history filed under the
      * contact's number, oldest first
           move "CONTACT HISTORY (CNTLHIST)" to ws-section-label.
           move "MASKED" to ws-section-action.
           move ws-history-open to ws-section-open.
           perform 180-start-section.
           if ws-history-open = "N"
               perform 190-end-section
               exit paragraph
           end-if.
           if ws-mode = "EXTRACT"
               write report-line from ws-history-caption
           end-if.
           move ws-subject-number to hi-contact-number.
           move low-values to hi-date.
           move low-values to hi-time.
           move 0 to hi-sequence.
           move "NO" to ws-sweep-eof.
           start history-file key is not less than hi-key
               invalid key
                   move "YES" to ws-sweep-eof
           end-start.
           perform until ws-sweep-eof = "YES"
               read history-file next record
                   at end
                       move "YES" to ws-sweep-eof
                   not at end
                       if hi-contact-number = ws-subject-number
                           perform 232-one-history-event
                       else
                           move "YES" to ws-sweep-eof
                       end-if
               end-read
           end-perform.
           perform 190-end-section.
      *
       232-one-history-event.
      * List the event with the contact before and after it (a
      * method event, the method before and after), or mask it
           add 1 to ws-section-count.
           if hi-action not = "METHOD" and hi-action not = "METRMV"
               move hb-name to ws-check-name
               perform 080-note-known-name
               move ha-name to ws-check-name
               perform 080-note-known-name
               move hb-email to ws-check-email
               perform 082-note-known-email
               move ha-email to ws-check-email
               perform 082-note-known-email
           end-if.
           if ws-mode = "EXTRACT"
               perform 234-print-history-event
           else
               perform 236-mask-history-event
           end-if.
      *
       234-print-history-event.
      * The event line, then its before and after lines
           move hi-date to ws-el-date.
           move hi-time to ws-el-time.
           move hi-action to ws-el-action.
           move hi-operator-id to ws-el-operator-id.
           move hi-source to ws-el-source.
           move hi-batch-number to ws-el-batch-number.
           write report-line from ws-event-line.
           if hi-action = "METHOD" or hi-action = "METRMV"
               move "  BEFORE " to ws-mt-label
               move hm-before-type to ws-mt-method-type
               move hm-before-value to ws-mt-value
               write report-line from ws-method-line
               move "  AFTER  " to ws-mt-label
               move hm-after-type to ws-mt-method-type
               move hm-after-value to ws-mt-value
               write report-line from ws-method-line
               exit paragraph
           end-if.
           move "  BEFORE " to ws-il-label.
           move hb-name to ws-il-name.
           move hb-email to ws-il-email.
           move hb-phone-number to ws-il-phone-number.
           move hb-department to ws-il-department.
           move hb-status to ws-il-status.
           move hb-term-date to ws-il-term-date.
           write report-line from ws-image-line.
           move "  AFTER  " to ws-il-label.
           move ha-name to ws-il-name.
           move ha-email to ws-il-email.
           move ha-phone-number to ws-il-phone-number.
           move ha-department to ws-il-department.
           move ha-status to ws-il-status.
           move ha-term-date to ws-il-term-date.
           write report-line from ws-image-line.
      *
       236-mask-history-event.
      * Mask the personal values the event carries -- the method
      * values of a method event, otherwise the name, email and
      * phone before and after -- and rewrite it in place
           if hi-action = "METHOD" or hi-action = "METRMV"
               if hm-before-value not = spaces
                   move ws-mask-value to hm-before-value
               end-if
               if hm-after-value not = spaces
                   move ws-mask-value to hm-after-value
               end-if
           else
               if hb-name not = spaces
                   move ws-mask-name to hb-name
               end-if
               if hb-email not = spaces
                   move ws-mask-value to hb-email
               end-if
               if hb-phone-number not = spaces
                   move ws-mask-value to hb-phone-number
               end-if
               if ha-name not = spaces
                   move ws-mask-name to ha-name
               end-if
               if ha-email not = spaces
                   move ws-mask-value to ha-email
               end-if
               if ha-phone-number not = spaces
                   move ws-mask-value to ha-phone-number
               end-if
           end-if.
           rewrite history-record
               invalid key
                   add 1 to ws-erase-failures
                   display "Rewrite failed, history event not "
                           "masked: " hi-date " " hi-time
           end-rewrite.
      *
       240-audit-section.
      * Every audit trail entry for the contact. On an erasure the
      * whole trail is copied to AUDOUT with the contact's entries
      * masked, and the removal from the master is audited at the
      * end of the copy
           move "AUDIT TRAIL (CNTLAUD)" to ws-section-label.
           move "MASKED" to ws-section-action.
           move ws-audit-open to ws-section-open.
           perform 180-start-section.
           if ws-audit-open = "N"
               perform 190-end-section
               exit paragraph
           end-if.
           if ws-mode = "EXTRACT"
               write report-line from ws-audit-caption
           end-if.
           move "NO" to ws-in-eof.
           perform until ws-in-eof = "YES"
               read audit-in-file into ws-audit-image
                   at end
                       move "YES" to ws-in-eof
                   not at end
                       perform 245-check-audit-image
                       if ws-mode = "ERASE"
                           write audit-out-record from ws-audit-image
                       end-if
               end-read
           end-perform.
           if ws-master-removed = "Y"
               perform 248-write-purge-entry
           end-if.
           perform 190-end-section.
      *
       242-audit-archive-section.
      * The same over every archive generation of the trail, into
      * one masked copy. Generations cut before the batch number
      * existed are shorter; their entries take a zero batch
           move "AUDIT TRAIL ARCHIVE" to ws-section-label.
           move "MASKED" to ws-section-action.
           move ws-audarch-open to ws-section-open.
           perform 180-start-section.
           if ws-audarch-open = "N"
               perform 190-end-section
               exit paragraph
           end-if.
           if ws-mode = "EXTRACT"
               write report-line from ws-audit-caption
           end-if.
           move "NO" to ws-in-eof.
           perform until ws-in-eof = "YES"
               read audit-arch-file into ws-audit-image
                   at end
                       move "YES" to ws-in-eof
                   not at end
                       if ws-ai-batch-number is not numeric
                           move 0 to ws-ai-batch-number
                       end-if
                       perform 245-check-audit-image
                       if ws-mode = "ERASE"
                           write audit-arch-out-record
                               from ws-audit-image
                       end-if
               end-read
           end-perform.
           perform 190-end-section.
      *
       245-check-audit-image.
      * An entry is the contact's when it carries the contact's
      * number -- or, from before the number existed, one of the
      * contact's names or emails. List it, or mask it
           if ws-ai-contact-number is numeric
               move "N" to ws-record-matched
               if ws-ai-contact-number = ws-subject-number
                   move "Y" to ws-record-matched
               end-if
           else
               move ws-ai-name to ws-check-name
               move ws-ai-email to ws-check-email
               perform 085-check-known-contact
           end-if.
           if ws-record-matched = "N"
               exit paragraph
           end-if.
           add 1 to ws-section-count.
           if ws-ai-action = "METHOD" or ws-ai-action = "METRMV"
               if ws-mode = "EXTRACT"
                   move ws-am-name to ws-al-name
                   move spaces to ws-al-email
                   move ws-am-method-type to ws-al-email(1:4)
                   move ws-am-value to ws-al-email(6:40)
                   move spaces to ws-al-phone-number
                   move spaces to ws-al-department
                   perform 246-print-audit-entry
               else
                   move ws-mask-name to ws-am-name
                   if ws-am-value not = spaces
                       move ws-mask-value to ws-am-value
                   end-if
               end-if
               exit paragraph
           end-if.
           move ws-ai-name to ws-check-name.
           perform 080-note-known-name.
           move ws-ai-email to ws-check-email.
           perform 082-note-known-email.
           if ws-mode = "EXTRACT"
               move ws-ai-name to ws-al-name
               move ws-ai-email to ws-al-email
               move ws-ai-phone-number to ws-al-phone-number
               move ws-ai-department to ws-al-department
               perform 246-print-audit-entry
           else
               if ws-ai-name not = spaces
                   move ws-mask-name to ws-ai-name
               end-if
               if ws-ai-email not = spaces
                   move ws-mask-value to ws-ai-email
               end-if
               if ws-ai-phone-number not = spaces
                   move ws-mask-value to ws-ai-phone-number
               end-if
           end-if.
      *
       246-print-audit-entry.
      * The who, when and what of an audit entry, under the values
      * 245-check-audit-image has moved in
           move ws-ai-date to ws-al-date.
           move ws-ai-time to ws-al-time.
           move ws-ai-action to ws-al-action.
           move ws-ai-operator-id to ws-al-operator-id.
           move ws-ai-source to ws-al-source.
           move ws-ai-batch-number to ws-al-batch-number.
           write report-line from ws-audit-line.
      *
       248-write-purge-entry.
      * The contact's removal goes on the trail as a PURGE -- the
      * action the reconciliation and the restore already replay --
      * carrying the masked personal values, and on the contact
      * history with the masked master record as its before image
           perform 610-set-audit-timestamp.
           move spaces to ws-audit-image.
           move ws-operator-id          to ws-ai-operator-id.
           move ws-audit-date           to ws-ai-date.
           move ws-audit-time           to ws-ai-time.
           move "PURGE "                to ws-ai-action.
           move ws-subject-number       to ws-ai-contact-number.
           move ws-sr-name              to ws-ai-name.
           move ws-sr-email             to ws-ai-email.
           move ws-sr-phone-number      to ws-ai-phone-number.
           move ws-sr-department        to ws-ai-department.
           move "B"                     to ws-ai-source.
           move 0                       to ws-ai-batch-number.
           write audit-out-record from ws-audit-image.
           move ws-subject-record(9:78)      to hi-before-image.
           move spaces                       to hi-after-image.
           perform 630-file-history-record.
      *
       250-delta-section.
      * Every delta history record for the contact, copied to
      * DHSTOUT with the contact's records masked on an erasure
           move "DELTA HISTORY (CNTLDHST)" to ws-section-label.
           move "MASKED" to ws-section-action.
           move ws-delta-open to ws-section-open.
           perform 180-start-section.
           if ws-delta-open = "N"
               perform 190-end-section
               exit paragraph
           end-if.
           if ws-mode = "EXTRACT"
               write report-line from ws-delta-caption
           end-if.
           move "NO" to ws-in-eof.
           perform until ws-in-eof = "YES"
               read delta-in-file into ws-delta-image
                   at end
                       move "YES" to ws-in-eof
                   not at end
                       perform 252-check-delta-image
                       if ws-mode = "ERASE"
                           write delta-out-record from ws-delta-image
                       end-if
               end-read
           end-perform.
           perform 190-end-section.
      *
       252-check-delta-image.
      * A delta record is the contact's when it carries the
      * contact's number. List it -- after values, then before --
      * or mask it
           if ws-di-contact-number is numeric
               move "N" to ws-record-matched
               if ws-di-contact-number = ws-subject-number
                   move "Y" to ws-record-matched
               end-if
           else
               move ws-di-name to ws-check-name
               move ws-di-new-email to ws-check-email
               perform 085-check-known-contact
           end-if.
           if ws-record-matched = "N"
               exit paragraph
           end-if.
           add 1 to ws-section-count.
           if ws-mode = "EXTRACT"
               move ws-di-run-date to ws-dl-run-date
               move ws-di-action to ws-dl-action
               move ws-di-name to ws-dl-name
               move ws-di-new-email to ws-dl-email
               move ws-di-new-phone-number to ws-dl-phone-number
               move ws-di-new-department to ws-dl-department
               move ws-di-new-status to ws-dl-status
               write report-line from ws-delta-line
               move "  WAS" to ws-dl-run-date
               move space to ws-dl-action
               move ws-di-old-name to ws-dl-name
               move ws-di-old-email to ws-dl-email
               move ws-di-old-phone-number to ws-dl-phone-number
               move ws-di-old-department to ws-dl-department
               move ws-di-old-status to ws-dl-status
               write report-line from ws-delta-line
               exit paragraph
           end-if.
           if ws-di-name not = spaces
               move ws-mask-name to ws-di-name
           end-if.
           if ws-di-new-email not = spaces
               move ws-mask-value to ws-di-new-email
           end-if.
           if ws-di-new-phone-number not = spaces
               move ws-mask-value to ws-di-new-phone-number
           end-if.
           if ws-di-old-name not = spaces
               move ws-mask-name to ws-di-old-name
           end-if.
           if ws-di-old-email not = spaces
               move ws-mask-value to ws-di-old-email
           end-if.
           if ws-di-old-phone-number not = spaces
               move ws-mask-value to ws-di-old-phone-number
           end-if.
      *
       260-exceptions-section.
      * Every exceptions report row under one of the contact's
      * names or emails, copied to EXCPOUT with those rows masked
      * on an erasure
           move "EXCEPTIONS REPORT (EXCEPT)" to ws-section-label.
           move "MASKED" to ws-section-action.
           move ws-excp-open to ws-section-open.
           perform 180-start-section.
           if ws-excp-open = "N"
               perform 190-end-section
               exit paragraph
           end-if.
           if ws-mode = "EXTRACT"
               write report-line from ws-excp-caption
           end-if.
           move "NO" to ws-in-eof.
           perform until ws-in-eof = "YES"
               read excp-in-file into ws-excp-image
                   at end
                       move "YES" to ws-in-eof
                   not at end
                       perform 265-check-excp-image
                       if ws-mode = "ERASE"
                           write excp-out-record from ws-excp-image
                       end-if
               end-read
           end-perform.
           perform 190-end-section.
      *
       262-exceptions-archive-section.
      * The same over every archive generation of the report, into
      * one masked copy
           move "EXCEPTIONS REPORT ARCHIVE" to ws-section-label.
           move "MASKED" to ws-section-action.
           move ws-excarch-open to ws-section-open.
           perform 180-start-section.
           if ws-excarch-open = "N"
               perform 190-end-section
               exit paragraph
           end-if.
           if ws-mode = "EXTRACT"
               write report-line from ws-excp-caption
           end-if.
           move "NO" to ws-in-eof.
           perform until ws-in-eof = "YES"
               read excp-arch-file into ws-excp-image
                   at end
                       move "YES" to ws-in-eof
                   not at end
                       perform 265-check-excp-image
                       if ws-mode = "ERASE"
                           write excp-arch-out-record
                               from ws-excp-image
                       end-if
               end-read
           end-perform.
           perform 190-end-section.
      *
       265-check-excp-image.
      * An exceptions row is the contact's when its name or email
      * is one the contact is known under. List it, or mask it
           move ws-ei-name to ws-check-name.
           move ws-ei-email to ws-check-email.
           perform 085-check-known-contact.
           if ws-record-matched = "N"
               exit paragraph
           end-if.
           add 1 to ws-section-count.
           if ws-mode = "EXTRACT"
               move ws-ei-run-date to ws-lg-run-date
               move ws-ei-name to ws-lg-name
               move ws-ei-email to ws-lg-email
               move ws-ei-phone-number to ws-lg-phone-number
               move ws-ei-department to ws-lg-department
               move ws-ei-reason to ws-lg-reason
               write report-line from ws-log-line
               exit paragraph
           end-if.
           if ws-ei-name not = spaces
               move ws-mask-name to ws-ei-name
           end-if.
           if ws-ei-email not = spaces
               move ws-mask-value to ws-ei-email
           end-if.
           if ws-ei-phone-number not = spaces
               move ws-mask-value to ws-ei-phone-number
           end-if.
      *
       270-duplicates-section.
      * Every duplicate-contact log row under one of the contact's
      * names or emails, copied to DUPSOUT with those rows masked
      * on an erasure
           move "DUPLICATES LOG (DUPS)" to ws-section-label.
           move "MASKED" to ws-section-action.
           move ws-dups-open to ws-section-open.
           perform 180-start-section.
           if ws-dups-open = "N"
               perform 190-end-section
               exit paragraph
           end-if.
           if ws-mode = "EXTRACT"
               write report-line from ws-excp-caption
           end-if.
           move "NO" to ws-in-eof.
           perform until ws-in-eof = "YES"
               read dups-in-file into ws-dups-image
                   at end
                       move "YES" to ws-in-eof
                   not at end
                       perform 275-check-dups-image
                       if ws-mode = "ERASE"
                           write dups-out-record from ws-dups-image
                       end-if
               end-read
           end-perform.
           perform 190-end-section.
      *
       272-duplicates-archive-section.
      * The same over every archive generation of the log, into
      * one masked copy
           move "DUPLICATES LOG ARCHIVE" to ws-section-label.
           move "MASKED" to ws-section-action.
           move ws-dupsarch-open to ws-section-open.
           perform 180-start-section.
           if ws-dupsarch-open = "N"
               perform 190-end-section
               exit paragraph
           end-if.
           if ws-mode = "EXTRACT"
               write report-line from ws-excp-caption
           end-if.
           move "NO" to ws-in-eof.
           perform until ws-in-eof = "YES"
               read dups-arch-file into ws-dups-image
                   at end
                       move "YES" to ws-in-eof
                   not at end
                       perform 275-check-dups-image
                       if ws-mode = "ERASE"
                           write dups-arch-out-record
                               from ws-dups-image
                       end-if
               end-read
           end-perform.
           perform 190-end-section.
      *
       275-check-dups-image.
      * A duplicates row is the contact's when its name or email is
      * one the contact is known under. List it, or mask it
           move ws-ui-name to ws-check-name.
           move ws-ui-email to ws-check-email.
           perform 085-check-known-contact.
           if ws-record-matched = "N"
               exit paragraph
           end-if.
           add 1 to ws-section-count.
           if ws-mode = "EXTRACT"
               move ws-ui-run-date to ws-lg-run-date
               move ws-ui-name to ws-lg-name
               move ws-ui-email to ws-lg-email
               move ws-ui-phone-number to ws-lg-phone-number
               move ws-ui-department to ws-lg-department
               move ws-ui-match-type to ws-lg-reason
               write report-line from ws-log-line
               exit paragraph
           end-if.
           if ws-ui-name not = spaces
               move ws-mask-name to ws-ui-name
           end-if.
           if ws-ui-email not = spaces
               move ws-mask-value to ws-ui-email
           end-if.
           if ws-ui-phone-number not = spaces
               move ws-mask-value to ws-ui-phone-number
           end-if.
      *
       280-suspense-section.
      * Every suspense item held under one of the contact's names or
      * emails -- the row as rejected, or the email an owner has
      * corrected it to. On an erasure each is masked and closed
      * as re-entered, so the nightly batch never re-enters it
           move "EXCEPTION SUSPENSE (CNTLSUSP)" to ws-section-label.
           move "MASKED, CLOSED" to ws-section-action.
           move ws-suspense-open to ws-section-open.
           perform 180-start-section.
           if ws-suspense-open = "N"
               perform 190-end-section
               exit paragraph
           end-if.
           if ws-mode = "EXTRACT"
               write report-line from ws-suspense-caption
           end-if.
           move low-values to su-suspense-number.
           move "NO" to ws-sweep-eof.
           start suspense-file key is not less than su-suspense-number
               invalid key
                   move "YES" to ws-sweep-eof
           end-start.
           perform until ws-sweep-eof = "YES"
               read suspense-file next record
                   at end
                       move "YES" to ws-sweep-eof
                   not at end
                       perform 282-check-suspense-item
               end-read
           end-perform.
           perform 190-end-section.
      *
       282-check-suspense-item.
      * A suspense item is the contact's when the row's name or
      * email, or the email it was corrected to, is one the contact
      * is known under. List it, or mask and close it
           move su-transaction to ws-suspense-image.
           move ws-si-name to ws-check-name.
           move ws-si-email to ws-check-email.
           perform 085-check-known-contact.
           if ws-record-matched = "N" and su-corr-email not = spaces
               move spaces to ws-check-name
               move su-corr-email to ws-check-email
               perform 085-check-known-contact
           end-if.
           if ws-record-matched = "N"
               exit paragraph
           end-if.
           add 1 to ws-section-count.
           if ws-mode = "EXTRACT"
               perform 284-print-suspense-item
               exit paragraph
           end-if.
           if ws-si-name not = spaces
               move ws-mask-name to ws-si-name
           end-if.
           if ws-si-email not = spaces
               move ws-mask-value to ws-si-email
           end-if.
           if ws-si-phone-number not = spaces
               move ws-mask-value to ws-si-phone-number
           end-if.
           move ws-suspense-image to su-transaction.
           if su-corr-email not = spaces
               move ws-mask-value to su-corr-email
           end-if.
           if su-corr-phone-number not = spaces
               move ws-mask-value to su-corr-phone-number
           end-if.
           if su-status not = "R"
               perform 610-set-audit-timestamp
               move "R" to su-status
               move ws-audit-date to su-resolved-date
           end-if.
           rewrite suspense-record
               invalid key
                   add 1 to ws-erase-failures
                   display "Rewrite failed, suspense item not "
                           "masked: " su-suspense-number
           end-rewrite.
      *
       284-print-suspense-item.
      * The row as held, then any corrections an owner has given
      * it, with who gave them and when
           move su-suspense-number to ws-sp-number.
           move su-status to ws-sp-status.
           move su-reject-date to ws-sp-reject-date.
           move ws-si-name to ws-sp-name.
           move ws-si-email to ws-sp-email.
           move ws-si-phone-number to ws-sp-phone-number.
           move ws-si-department to ws-sp-department.
           move su-reject-reason to ws-sp-reason.
           write report-line from ws-suspense-line.
           if su-corr-email = spaces and su-corr-phone-number = spaces
                   and su-corr-department = spaces
               exit paragraph
           end-if.
           move spaces to ws-sp-number.
           move spaces to ws-sp-status.
           move "CORRECTED" to ws-sp-reject-date.
           move spaces to ws-sp-name.
           move su-corr-email to ws-sp-email.
           move su-corr-phone-number to ws-sp-phone-number.
           move su-corr-department to ws-sp-department.
           move spaces to ws-sp-reason.
           move su-corrected-by to ws-sp-reason(1:8).
           move su-corrected-date to ws-sp-reason(10:10).
           write report-line from ws-suspense-line.
      *
       285-violations-section.
      * Every refused attempt logged against the contact's number
      * -- or, logged without a number, under one of the contact's
      * names -- copied to SVIOOUT with those names masked on an
      * erasure
           move "SECURITY VIOLATION LOG (CNTLSVIO)" to ws-section-label.
           move "MASKED" to ws-section-action.
           if ws-violation-found = "Y"
               open input violation-file
               if ws-violation-status not = "00"
                   move "N" to ws-violation-found
                   if ws-mode = "ERASE"
                       add 1 to ws-erase-failures
                   end-if
               end-if
           end-if.
           move ws-violation-found to ws-section-open.
           perform 180-start-section.
           if ws-violation-found = "N"
               perform 190-end-section
               exit paragraph
           end-if.
           if ws-mode = "EXTRACT"
               write report-line from ws-violation-caption
           end-if.
           move "NO" to ws-in-eof.
           perform until ws-in-eof = "YES"
               read violation-file
                   at end
                       move "YES" to ws-in-eof
                   not at end
                       perform 287-check-violation
                       if ws-mode = "ERASE"
                           write violation-out-record
                               from violation-record
                       end-if
               end-read
           end-perform.
           close violation-file.
           perform 190-end-section.
      *
       287-check-violation.
      * A violation is the contact's when it carries the contact's
      * number, or carries no number and one of the contact's
      * names. List it, or mask the name
           move "N" to ws-record-matched.
           if sv-contact-number is numeric
               if sv-contact-number = ws-subject-number
                   move "Y" to ws-record-matched
               end-if
           else
               if sv-name not = spaces
                   move sv-name to ws-check-name
                   move spaces to ws-check-email
                   perform 085-check-known-contact
               end-if
           end-if.
           if ws-record-matched = "N"
               exit paragraph
           end-if.
           add 1 to ws-section-count.
           if ws-mode = "EXTRACT"
               move sv-date to ws-vl-date
               move sv-time to ws-vl-time
               move sv-operator-id to ws-vl-operator-id
               move sv-program to ws-vl-program
               move sv-command to ws-vl-command
               move sv-department to ws-vl-department
               move sv-name to ws-vl-name
               move sv-reason to ws-vl-reason
               write report-line from ws-violation-line
               exit paragraph
           end-if.
           if sv-name not = spaces
               move ws-mask-name to sv-name
           end-if.
      *
       500-write-summary.
      * Close the extract with the records held file by file and,
      * on an erasure, what was done with them
           move "RECORDS HELD BY FILE" to ws-tl-title.
           write report-line from ws-title-line.
           perform varying ws-file-idx from 1 by 1
                   until ws-file-idx > ws-file-count
               move ws-ft-label(ws-file-idx) to ws-sl-label
               move ws-ft-count(ws-file-idx) to ws-sl-count
               move ws-ft-action(ws-file-idx) to ws-sl-action
               write report-line from ws-summary-line
           end-perform.
           move "TOTAL RECORDS HELD:" to ws-sl-label.
           move ws-records-held to ws-sl-count.
           move spaces to ws-sl-action.
           write report-line from ws-summary-line.
           if ws-mode = "ERASE"
               move "REMOVALS OR REWRITES FAILED:" to ws-sl-label
               move ws-erase-failures to ws-sl-count
               write report-line from ws-summary-line
           end-if.
      *
       550-write-certificate.
      * The certificate of erasure filed with the request: who
      * asked, who erased and when, what each file held and what
      * was done with it, and what the erasure leaves behind
           open output certificate-file.
           perform 610-set-audit-timestamp.
           move ws-audit-date to ws-ch-date.
           write certificate-line from ws-cert-heading-line.
           move spaces to certificate-line.
           write certificate-line.
           move "PRIVACY REQUEST:" to ws-cf-label.
           move ws-request-id to ws-cf-value.
           write certificate-line from ws-cert-field-line.
           move "CONTACT NUMBER:" to ws-cf-label.
           move ws-subject-number to ws-cf-value.
           write certificate-line from ws-cert-field-line.
           move "ERASED ON:" to ws-cf-label.
           move spaces to ws-cf-value.
           move ws-audit-date to ws-cf-value(1:10).
           move ws-audit-time to ws-cf-value(12:8).
           write certificate-line from ws-cert-field-line.
           move "ERASED BY OPERATOR:" to ws-cf-label.
           move ws-operator-id to ws-cf-value.
           write certificate-line from ws-cert-field-line.
           move spaces to certificate-line.
           write certificate-line.
           write certificate-line from ws-cert-caption.
           perform varying ws-file-idx from 1 by 1
                   until ws-file-idx > ws-file-count
               move ws-ft-label(ws-file-idx) to ws-ce-label
               move ws-ft-count(ws-file-idx) to ws-ce-count
               move ws-ft-action(ws-file-idx) to ws-ce-action
               write certificate-line from ws-cert-line
           end-perform.
           move spaces to certificate-line.
           write certificate-line.
           if ws-erase-failures > 0
               move "ERASURE NOT COMPLETE -- REMOVALS OR REWRITES "
                   to ws-ct-text
               write certificate-line from ws-cert-text-line
               move "FAILED; SEE THE JOB LOG. THIS CERTIFICATE IS "
                   to ws-ct-text
               write certificate-line from ws-cert-text-line
               move "NOT VALID." to ws-ct-text
               write certificate-line from ws-cert-text-line
           else
               move "THE CONTACT'S NAME, EMAIL, PHONE AND METHOD "
                   to ws-ct-text
               write certificate-line from ws-cert-text-line
               move "VALUES (ADDRESS INCLUDED) HAVE BEEN REMOVED "
                   to ws-ct-text
               write certificate-line from ws-cert-text-line
               move "OR MASKED IN EVERY FILE LISTED. DATES, CONTACT "
                   to ws-ct-text
               write certificate-line from ws-cert-text-line
               move "NUMBERS, ACTION CODES AND RECORD COUNTS ARE "
                   to ws-ct-text
               write certificate-line from ws-cert-text-line
               move "KEPT SO THE AUDIT RECONCILIATION AND ACTIVITY "
                   to ws-ct-text
               write certificate-line from ws-cert-text-line
               move "STATISTICS STILL BALANCE. MASTER BACKUP "
                   to ws-ct-text
               write certificate-line from ws-cert-text-line
               move "GENERATIONS AGE OFF UNDER THEIR OWN LIMIT."
                   to ws-ct-text
               write certificate-line from ws-cert-text-line
           end-if.
           move spaces to certificate-line.
           write certificate-line.
           move "CERTIFIED BY: ______________________  DATE: ________"
               to ws-ct-text.
           write certificate-line from ws-cert-text-line.
           close certificate-file.
      *
       630-file-history-record.
      * Key the history record from the audit entry just written
      * and file it, stepping the sequence past any other event
      * filed for the contact in the same second
           move ws-ai-contact-number    to hi-contact-number.
           move ws-ai-contact-number    to hi-original-number.
           move ws-ai-date              to hi-date.
           move ws-ai-time              to hi-time.
           move ws-ai-action            to hi-action.
           move ws-ai-operator-id       to hi-operator-id.
           move ws-ai-source            to hi-source.
           move ws-ai-batch-number      to hi-batch-number.
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
       end program A1-ContactPrivacy.
