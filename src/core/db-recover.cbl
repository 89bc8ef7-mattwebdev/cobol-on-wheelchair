       fd  media-master.
       01  media-master-record.
           03 mm-id             pic 9(10).
           03 mm-rest           pic x(3114).

       working-storage section.
       01 db-journal-status    pic xx.
       01 pending-match        pic 9(4) usage comp-5.

       01 journal-path         pic x(30) value "data/db-journal.dat".
       01 previous-journal-path pic x(30)
           value "data/db-journal.prev".
       01 journal-delete-rc    pic s9(9) usage comp-5.

       01 report-counts.
                       )
               end-delete
           else
               move pd-before(pending-index)(1:3124)
                   to media-master-record
               rewrite media-master-record
                   invalid key

       truncate-journal section.
           *> Everything in the journal is now either committed or
           *> rolled back - start the next cycle empty. The cycle just
           *> closed is kept as db-journal.prev until the next one
           *> closes, so journal-ship can still send the standby
           *> whatever it had not shipped when the cycle turned over.
           call "CBL_DELETE_FILE" using previous-journal-path
               returning journal-delete-rc.
           call "CBL_RENAME_FILE" using journal-path
               previous-journal-path
               returning journal-delete-rc.
           if journal-delete-rc not = 0
               call "CBL_DELETE_FILE" using journal-path
                   returning journal-delete-rc
           end-if.

       display-summary section.
           display function concatenate(
