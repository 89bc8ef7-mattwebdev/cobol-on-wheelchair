
      *> The append-only line-sequential logs this CMS writes, with a
      *> retention window per log - the audit trails keep a year for
      *> compliance, the noisy request log forty days - a whole
      *> calendar month of it must still be there when the API usage
      *> statements are drawn up on the first. Each run closes
      *> the live log out to a date-stamped generation and removes
      *> generations past retention.
      *> data/email-notifications.log is deliberately NOT rotated -
               05 filler pic x(40) value "data/login-audit.log".
               05 filler pic 9(4) value 0365.
               05 filler pic x(40) value "data/router-requests.log".
               05 filler pic 9(4) value 0040.
               05 filler pic x(40) value "data/form-submissions.log".
               05 filler pic 9(4) value 0180.
               05 filler pic x(40)
       01 manifest-timestamp   pic x(21).
       01 retention-display    pic z(3)9.

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
           03 logs-rotated      pic 9(4) value 0.
           03 logs-skipped      pic 9(4) value 0.
      *> log's retention window are removed.
       procedure division.

      *> Generations are named for the business date they close,
      *> so a replayed night's logs land under the night's own name.
       move "get" to bd-action.
       move spaces to bd-date-in.
       move spaces to bd-set-by.
       call "business-date" using business-date-request
           business-date-response.
       move bd-date to today-stamp.
       display function concatenate(
           "rotate-logs: business date ", bd-date-iso
       ).

       open extend rotation-manifest.
       if manifest-status not = "00"
