           03 filler            pic x(643).

       fd  routes-file.
       01  routes-file-line     pic x(600).

       fd  link-report.
       01  link-report-line     pic x(400).
       01 exist-result         pic s9(9) usage comp-5.
       01 check-path           pic x(300).

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
           03 items-checked     pic 9(6) value 0.
           03 links-checked     pic 9(8) value 0.
      *> for the editors' queue.
       procedure division.

       perform get-business-date.

       perform load-route-patterns.

       open input content-master.
       open input content-lookup.

       open output link-report.
       move function concatenate(
           "Business date: ", bd-date-iso
       ) to link-report-line.
       write link-report-line.

       perform check-all-content.

               " broken (report in data/broken-links.txt)"
           ).

       get-business-date section.
           *> The report heading carries the business date the
           *> night is processing.
           move "get" to bd-action.
           move spaces to bd-date-in.
           move spaces to bd-set-by.
           call "business-date" using business-date-request
               business-date-response.
           display function concatenate(
               "check-links: business date ", bd-date-iso
           ).

       end program check-links.
