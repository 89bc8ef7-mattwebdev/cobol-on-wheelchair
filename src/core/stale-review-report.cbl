       01 review-age-days      pic s9(8) usage comp-5.
       01 age-display          pic z(5)9.

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

      *> How long an item may sit in review before it lands on the
      *> reminder.
       01 stale-after-days     pic 9(3) value 7.
      *> stamp every save refreshes.
       procedure division.

       perform get-business-date.

       open input content-master.
       if content-file-status not = "00"
           display "stale-review-report: no content store to check"

       goback.

       get-business-date section.
           *> Review age is measured up to the business date.
           move "get" to bd-action.
           move spaces to bd-date-in.
           move spaces to bd-set-by.
           call "business-date" using business-date-request
               business-date-response.
           display function concatenate(
               "stale-review-report: business date ", bd-date-iso
           ).

       check-one-in-review-item section.
           if cm-updated-date not numeric
               or cm-updated-date = "00000000"
           end-if.
           compute review-age-days =
               function integer-of-date(
                   function numval(bd-date))
               - function integer-of-date(
                   function numval(cm-updated-date)).
           if review-age-days < stale-after-days
