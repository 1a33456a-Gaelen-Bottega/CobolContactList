      * Declare the layout of an audit trail record
       fd audit-in-file
           data record is audit-in-record
           record contains 114 characters.
       01 audit-in-record.
         05 au-operator-id              pic X(8).
         05 au-date                     pic X(10).
         05 au-phone-number             pic X(12).
         05 au-department               pic X(5).
         05 au-source                   pic X(1).
         05 au-batch-number             pic 9(6).
       fd audit-keep-file
           data record is audit-keep-record
           record contains 114 characters.
       01 audit-keep-record             pic X(114).
       fd audit-arch-file
           data record is audit-arch-record
           record contains 114 characters.
       01 audit-arch-record             pic X(114).
      * Declare the layout of the cutoff parameter card
       fd parm-file
           data record is parm-record
