      * the writing programs' declaration byte for byte
       fd audit-file
           data record is audit-record
           record contains 114 characters.
       01 audit-record.
         05 au-operator-id              pic X(8).
         05 au-date                     pic X(10).
         05 au-phone-number             pic X(12).
         05 au-department               pic X(5).
         05 au-source                   pic X(1).
         05 au-batch-number             pic 9(6).
      * Declare the layout of the live contact master file
       fd master-file
           data record is contact-master-record
