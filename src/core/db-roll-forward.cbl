       fd  media-master.
       01  media-master-record.
           03 mm-id             pic 9(10).
           03 mm-rest           pic x(3114).

       fd  content-body-overflow.
       01  content-body-overflow-record.
                       end-delete
                       add 1 to deletes-applied
                   else
                       move jr-after-image(1:3124)
                           to media-master-record
                       rewrite media-master-record
                           invalid key
