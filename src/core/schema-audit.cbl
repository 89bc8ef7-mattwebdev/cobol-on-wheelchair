       01 id-display           pic z(9)9.
       01 count-display        pic z(5)9.

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
           03 rows-checked      pic 9(6) value 0.
           03 rows-nonconforming pic 9(6) value 0.
      *> nightly chain alongside reconcile-content.
       procedure division.

       perform get-business-date.

       perform load-content-type-definitions.

       open input content-master.
       write-audit-report section.
           move "SCHEMA CONFORMANCE AUDIT" to report-line.
           write report-line.
           move function concatenate(
               "Business date: ", bd-date-iso
           ) to report-line.
           write report-line.
           perform varying current-type-index from 1 by 1
               until current-type-index > content-type-count
               move bad-item-count(current-type-index)
           ) to report-line.
           write report-line.

       get-business-date section.
           *> The report heading carries the business date the
           *> night is processing.
           move "get" to bd-action.
           move spaces to bd-date-in.
           move spaces to bd-set-by.
           call "business-date" using business-date-request
               business-date-response.
           display function concatenate(
               "schema-audit: business date ", bd-date-iso
           ).

       end program schema-audit.
