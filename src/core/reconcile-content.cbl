       01 current-field-index  pic 99 usage comp-5.
       01 matched-type-index   pic 99 usage comp-5.

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
           03 unknown-type-count pic 9(6) value 0.

       procedure division.

       perform get-business-date.

       perform load-content-type-definitions.
       perform load-checkpoint-if-present.
       perform open-content-store.
               " orphaned child(ren)"
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
               "reconcile-content: business date ", bd-date-iso
           ).

       end program reconcile-content.
