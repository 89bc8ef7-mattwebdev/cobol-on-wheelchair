           03 mm-width            pic 9(5).
           03 mm-height           pic 9(5).
           03 mm-site-id          pic x(20).
           03 mm-licence          pic x(100).
           03 mm-credit           pic x(150).
           03 mm-source           pic x(255).
           03 mm-rights-expiry    pic x(10).

       fd  uploads-listing.
       01  listing-line          pic x(300).
       01 cleanup-mode         pic x(1) value "N".
       01 cleanup-env          pic x(10).

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
           03 dims-backfilled   pic 9(6) value 0.
      *> files no record owns, removing them when cleanup mode is on.
       procedure division.

       perform get-business-date.

       accept cleanup-env from environment "MEDIA_CLEANUP".
       if function trim(cleanup-env) = "Y"
           move "Y" to cleanup-mode
               function trim(orphans-removed), " removed"
           ).

       get-business-date section.
           *> The exception listing opens with the business date
           *> the night is processing.
           move "get" to bd-action.
           move spaces to bd-date-in.
           move spaces to bd-set-by.
           call "business-date" using business-date-request
               business-date-response.
           display function concatenate(
               "reconcile-media: business date ", bd-date-iso
           ).

       end program reconcile-media.
