       data division.
       file section.
       fd  routes-file.
       01  routes-file-line     pic x(600).

       fd  content-type-master.
       01  content-type-master-record.
       fd  media-reader.
       01  media-reader-record.
           03 cr-mm-id          pic 9(10).
           03 filler            pic x(3114).

       fd  comment-reader.
       01  comment-reader-record.

       01 today-stamp          pic x(8).

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

      *> The hard ceilings baked into OCCURS clauses around the
      *> system - the first symptom of passing one is silent
      *> misbehavior, so usage is measured against each every night.
      *> number passes 80%, instead of discovered in production.
       procedure division.

      *> Trend lines are stamped with the business date, so a night
      *> replayed late lands its measurements on the right day.
       move "get" to bd-action.
       move spaces to bd-date-in.
       move spaces to bd-set-by.
       call "business-date" using business-date-request
           business-date-response.
       move bd-date to today-stamp.
       display function concatenate(
           "capacity-monitor: business date ", bd-date-iso
       ).

       open extend trend-file.
       if trend-file-status not = "00"
