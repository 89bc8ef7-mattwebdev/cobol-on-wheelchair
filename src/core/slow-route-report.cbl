      *> An hour whose p95 crosses this is called out as degraded.
       01 degraded-p95-ms      pic 9(8) usage comp-5 value 1000.

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
           03 lines-read        pic 9(8) value 0.

      *> log generation in full; rotation bounds the window.
       procedure division.

       perform get-business-date.

       open input dispatch-log.
       if dispatch-log-status not = "00"
           display "slow-route-report: no request log to analyze"
           if function trim(line-status-text) not = "DISPATCHED"
               and function trim(line-status-text) not = "STATIC"
               and function trim(line-status-text) not = "CACHED"
               and line-status-text(1:7) not = "UPLOAD-"
               exit section
           end-if.

       write-route-report section.
           move "SLOWEST ROUTES (by average elapsed)" to report-line.
           write report-line.
           move function concatenate(
               "Business date: ", bd-date-iso
           ) to report-line.
           write report-line.
           move function concatenate(
               "route | hits | avg ms | p95 ms"
           ) to report-line.
               end-if
           end-perform.

       get-business-date section.
           *> The report heading carries the business date the
           *> night is processing.
           move "get" to bd-action.
           move spaces to bd-date-in.
           move spaces to bd-set-by.
           call "business-date" using business-date-request
               business-date-response.
           display function concatenate(
               "slow-route-report: business date ", bd-date-iso
           ).

       end program slow-route-report.
