       01 id-display           pic z(9)9.
       01 today-date           pic x(10).

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
           03 records-checked   pic 9(6) value 0.
           03 expired-count     pic 9(6) value 0.
           perform append-journal-entry.

       compute-today-date section.
           *> "Today" is the business date rather than the clock, so
           *> a night replayed late acts on what was due that night.
           move "get" to bd-action.
           move spaces to bd-date-in.
           move spaces to bd-set-by.
           call "business-date" using business-date-request
               business-date-response.
           move bd-date-iso to today-date.
           display function concatenate(
               "expire-content: business date ", bd-date-iso
           ).

       open-content-store section.
           open i-o content-master.
               move content-master-record to journal-before-stage
               move "archived" to cm-status
               add 1 to cm-version
               move bd-date to cm-updated-date
               move content-master-record to journal-after-stage
               perform append-journal-begin
               rewrite content-master-record
