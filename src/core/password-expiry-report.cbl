           03 mf-password-changed pic x(8).
           03 mf-bio            pic x(500).
           03 mf-photo-media-id pic 9(10).
           03 mf-last-login     pic x(14).

       working-storage section.
       01 user-file-status     pic xx.
           03 settings-message  pic x(200).
           03 settings-value-out pic x(200).

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

       01 password-max-age     pic 9(4) usage comp-5 value 0.
       01 password-age-days    pic s9(8) usage comp-5.
       01 days-remaining       pic s9(8) usage comp-5.
      *> someone chases them.
       procedure division.

       perform get-business-date.

       move "get" to settings-action.
       move "max_password_age_days" to settings-key.
       call "settings" using settings-request settings-response.

       goback.

       get-business-date section.
           *> Ages are worked out as of the business date, the
           *> same "today" every other scheduled job reports against.
           move "get" to bd-action.
           move spaces to bd-date-in.
           move spaces to bd-set-by.
           call "business-date" using business-date-request
               business-date-response.
           display function concatenate(
               "password-expiry-report: business date ", bd-date-iso
           ).

       check-one-account section.
           if mf-password-changed not numeric
               or mf-password-changed = "00000000"

           compute password-age-days =
               function integer-of-date(
                   function numval(bd-date))
               - function integer-of-date(
                   function numval(mf-password-changed)).
           compute days-remaining =
