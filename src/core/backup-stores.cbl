       fd  media-reader.
       01  media-reader-record.
           03 bk-mm-id          pic 9(10).
           03 bk-mm-rest        pic x(3114).

       fd  user-reader.
       01  user-reader-record.
           03 bk-mf-user-id     pic 9(10).
           03 bk-mf-rest        pic x(832).

       fd  session-reader.
       01  session-reader-record.
           03 bk-se-session-id  pic x(32).
           03 bk-se-rest        pic x(193).

       fd  content-type-reader.
       01  content-type-reader-record.
       01 count-display-2      pic z(7)9.
       01 manifest-timestamp   pic x(21).

      *> business-date.cbl's LINKAGE shape with local names - the
      *> batch notion of "today", so a missed night can be run
      *> afterwards as the night it was meant to be.
       01 business-date-request.
           03 bd-action         pic x(10).
           03 bd-date-in        pic x(8).
           03 bd-set-by         pic x(50).

       01 business-date-response.
           03 bd-success        pic x(1).
           03 bd-message        pic x(200).
           03 bd-date           pic x(8).
           03 bd-date-iso       pic x(10).
           03 bd-source         pic x(10).

       01 report-counts.
           03 stores-backed-up  pic 9(4) value 0.
           03 stores-failed     pic 9(4) value 0.
      *> nonzero return code for the scheduler to alarm on.
       procedure division.

      *> Generations are named for the business date - the manifest
      *> line still carries the wall-clock time the copy was taken.
       move "get" to bd-action.
       move spaces to bd-date-in.
       move spaces to bd-set-by.
       call "business-date" using business-date-request
           business-date-response.
       move bd-date to today-stamp.
       display function concatenate(
           "backup-stores: business date ", bd-date-iso
       ).

       open extend backup-manifest.
       if manifest-status not = "00"
