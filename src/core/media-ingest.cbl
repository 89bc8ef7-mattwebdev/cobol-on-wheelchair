           03 mm-width            pic 9(5).
           03 mm-height           pic 9(5).
           03 mm-site-id          pic x(20).
           03 mm-licence          pic x(100).
           03 mm-credit           pic x(150).
           03 mm-source           pic x(255).
           03 mm-rights-expiry    pic x(10).

       fd  report-file.
       01  report-line          pic x(300).
       01 ext-scan-pos         pic 9(4) usage comp-5.
       01 name-len             pic 9(4) usage comp-5.

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
           03 entries-read      pic 9(4) value 0.
           03 entries-loaded    pic 9(4) value 0.
      *> so a re-dropped file never lands in the store twice.
       procedure division.

       perform get-business-date.

       open input manifest-file.
       if manifest-file-status not = "00"
           display function concatenate(
       end-if.

       open output report-file.
       move function concatenate(
           "Business date: ", bd-date-iso
       ) to report-line.
       write report-line.

       perform until manifest-file-status not = "00"
           read manifest-file into manifest-line
               " rejected - see data/media-ingest-report.txt"
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
               "media-ingest: business date ", bd-date-iso
           ).

       end program media-ingest.
