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
      * Declare the layout of the from/to parameter card
       fd parm-file
           data record is parm-record
       01 ws-action-table.
         05 ws-action-count            pic 9(2)
                   value 0.
         05 ws-action-entry occurs 30 times
                 indexed by ac-idx.
           10 ac-action                pic X(6).
           10 ac-tally                 pic 9(6).
               end-if
           end-perform.
           if ws-entry-found = "N"
               if ws-action-count >= 30
                   move "Y" to ws-table-overflow
               else
                   add 1 to ws-action-count
