       identification division.
       program-id. api-usage-statements.

       environment division.
       input-output section.
       file-control.
      *> The request log - the live file and the dated generations
      *> rotate-logs.cbl leaves behind it, one at a time.
           select dispatch-log
               assign to log-path
               organization is line sequential
               file status is dispatch-log-status.

      *> Read only to find each key owner's contact address.
           select user-master
               assign to "data/users.dat"
               organization is indexed
               access mode is sequential
               record key is mf-user-id
               file status is user-file-status.

           select report-file
               assign to "data/api-usage-statements.txt"
               organization is line sequential
               file status is report-file-status.

           select email-notification-log
               assign to "data/email-notifications.log"
               organization is line sequential
               file status is email-file-status.

       data division.
       file section.
       fd  dispatch-log.
       01  dispatch-log-line    pic x(300).

       fd  user-master.
       01  user-master-record.
           03 mf-user-id        pic 9(10).
           03 mf-username       pic x(50).
           03 mf-email          pic x(100).
           03 mf-password-hash  pic x(64).
           03 mf-role           pic x(20).
           03 mf-acct-status    pic x(10).
           03 mf-created-date   pic x(20).
           03 mf-failed-logins  pic 9(3).
           03 mf-totp-enabled   pic x(1).
           03 mf-totp-secret    pic x(32).
           03 mf-password-changed pic x(8).
           03 mf-bio            pic x(500).
           03 mf-photo-media-id pic 9(10).
           03 mf-last-login     pic x(14).

       fd  report-file.
       01  report-line          pic x(250).

       fd  email-notification-log.
       01  email-notification-line pic x(300).

       working-storage section.
       01 dispatch-log-status  pic xx.
       01 user-file-status     pic xx.
       01 report-file-status   pic xx.
       01 email-file-status    pic xx.
       01 log-path             pic x(60).

      *> The statement month is last month, as monthly-ops-report.cbl
      *> has it.
       01 report-month         pic x(6).
       01 work-year            pic 9(4).
       01 work-month           pic 99.
       01 month-label          pic x(7).

      *> Generations to read - from the day before the month began
      *> (a generation can close just past midnight) through the
      *> business date; lines outside the month are passed over.
       01 scan-day-int         pic 9(8) usage comp-5.
       01 scan-last-int        pic 9(8) usage comp-5.
       01 scan-day-disp        pic 9(8).
       01 generations-read     pic 9(4) usage comp-5 value 0.

      *> The dispatch line split on its "|" separators -
      *> "YYYYMMDD HHMMSS | METHOD path | STATUS | 37ms | caller |
      *> H | referrer". An API caller is "key=<owner>#<fingerprint>"
      *> (api-key-identity.cbl); every other caller is passed over.
       01 log-fields.
           03 log-field occurs 7 times pic x(200).
       01 field-index          pic 9 usage comp-5.
       01 parse-pos            pic 9(4) usage comp-5.
       01 parse-out            pic 9(4) usage comp-5.
       01 parse-len            pic 9(4) usage comp-5.
       01 line-method          pic x(10).
       01 line-path            pic x(100).
       01 line-status-text     pic x(20).
       01 line-elapsed-text    pic x(20).
       01 line-elapsed-ms      pic 9(8) usage comp-5.
       01 line-owner           pic x(50).
       01 line-owner-rest      pic x(200).
       01 line-resource        pic x(30).
       01 path-segment-1       pic x(100).
       01 path-segment-2       pic x(100).
       01 path-rest            pic x(100).
       01 line-is-error        pic x(1).
       01 line-is-throttled    pic x(1).

      *> One row per key owner, and one per owner, method and
      *> resource under it.
       01 owner-table.
           03 owner-count       pic 9(4) usage comp-5 value 0.
           03 owner-rows occurs 200 times.
               05 ow-name       pic x(50).
               05 ow-email      pic x(100).
               05 ow-calls      pic 9(8) usage comp-5.
               05 ow-errors     pic 9(8) usage comp-5.
               05 ow-throttled  pic 9(8) usage comp-5.
               05 ow-total-ms   pic 9(12) usage comp-5.
       01 owner-index          pic 9(4) usage comp-5.
       01 owner-found          pic 9(4) usage comp-5.
       01 owners-dropped       pic 9(6) usage comp-5 value 0.

       01 usage-table.
           03 usage-count       pic 9(4) usage comp-5 value 0.
           03 usage-rows occurs 2000 times.
               05 us-owner      pic 9(4) usage comp-5.
               05 us-method     pic x(10).
               05 us-resource   pic x(30).
               05 us-calls      pic 9(8) usage comp-5.
               05 us-errors     pic 9(8) usage comp-5.
               05 us-throttled  pic 9(8) usage comp-5.
               05 us-total-ms   pic 9(12) usage comp-5.
       01 usage-index          pic 9(4) usage comp-5.
       01 usage-found          pic 9(4) usage comp-5.
       01 usage-dropped        pic 9(6) usage comp-5 value 0.

      *> Statement order - owner-table indexes sorted by name.
       01 owner-order.
           03 oo-index occurs 200 times pic 9(4) usage comp-5.
       01 order-pos            pic 9(4) usage comp-5.
       01 order-scan           pic 9(4) usage comp-5.
       01 order-hold           pic 9(4) usage comp-5.

       01 calls-display        pic z(7)9.
       01 errors-display       pic z(7)9.
       01 throttled-display    pic z(7)9.
       01 avg-display          pic z(7)9.
       01 average-ms           pic 9(8) usage comp-5.
       01 statement-outcome    pic x(30).
       01 breakdown-text       pic x(250).
       01 breakdown-pointer    pic 9(4) usage comp-5.

       01 run-totals.
           03 total-calls       pic 9(8) usage comp-5 value 0.
           03 total-errors      pic 9(8) usage comp-5 value 0.
           03 total-throttled   pic 9(8) usage comp-5 value 0.
           03 total-ms          pic 9(12) usage comp-5 value 0.
           03 statements-sent   pic 9(4) usage comp-5 value 0.
           03 statements-held   pic 9(4) usage comp-5 value 0.
       01 sent-display         pic z(3)9.
       01 held-display         pic z(3)9.
       01 owners-display       pic z(3)9.

       01 email-timestamp      pic x(21).

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

      *> message-templates.cbl's LINKAGE shape with local names -
      *> the wording of every mail comes from the template store,
      *> in whatever edit an administrator last saved.
       01 template-request.
           03 msg-action        pic x(10).
           03 msg-type          pic x(30).
           03 msg-language      pic x(5).
           03 msg-index         pic 99.
           03 msg-subject-in    pic x(100).
           03 msg-body-in       pic x(500).
           03 msg-changed-by    pic x(50).
           03 msg-value-count   pic 99.
           03 msg-values occurs 8 times.
               05 msg-value-name pic x(30).
               05 msg-value-text pic x(250).

       01 template-response.
           03 msg-success       pic x(1).
           03 msg-message       pic x(200).
           03 msg-subject       pic x(100).
           03 msg-body          pic x(500).
           03 msg-source        pic x(10).
           03 msg-language-used pic x(5).
           03 msg-placeholders  pic x(120).
           03 msg-languages-stored pic x(60).

      *> field-cipher.cbl's LINKAGE shape - contact addresses are
      *> sealed at rest and opened here only to address the mail,
      *> and the queued line is sealed as every other sender does.
       01 cipher-request.
           03 cipher-action     pic x(12).
           03 cipher-width      pic 9(4).
           03 cipher-text       pic x(2000).

       01 cipher-response.
           03 cipher-success    pic x(1).
           03 cipher-message    pic x(200).
           03 cipher-result     pic x(2000).
           03 cipher-key-version pic x(1).

      *> Last month's API use per key owner (ak-owner), read from the
      *> request log: calls by resource and method, how many failed,
      *> how many the rate limiter throttled, and the average
      *> response time. Each owner with a contact address on the
      *> user store is mailed a statement through the notification
      *> queue; the full breakdown for every owner, and a summary
      *> line each, go to data/api-usage-statements.txt. Scheduled
      *> monthly on the first.
       procedure division.

       perform compute-report-period.
       perform read-request-log.
       perform load-owner-contacts.
       perform sort-owners-by-name.

       open output report-file.
       perform write-summary.
       perform varying order-pos from 1 by 1
           until order-pos > owner-count
           move oo-index(order-pos) to owner-index
           perform write-owner-detail
       end-perform.
       perform varying order-pos from 1 by 1
           until order-pos > owner-count
           move oo-index(order-pos) to owner-index
           perform send-owner-statement
       end-perform.
       perform write-report-totals.
       close report-file.

       perform display-summary.
       if owners-dropped > 0 or usage-dropped > 0
           display "api-usage-statements: tables full - some owners "
               "or resources were left out"
       end-if.

       goback.

       compute-report-period section.
           move "get" to bd-action.
           move spaces to bd-date-in.
           move spaces to bd-set-by.
           call "business-date" using business-date-request
               business-date-response.
           display function concatenate(
               "api-usage-statements: business date ", bd-date-iso
           ).
           move function numval(bd-date(1:4)) to work-year.
           move function numval(bd-date(5:2)) to work-month.
           subtract 1 from work-month.
           if work-month = 0
               move 12 to work-month
               subtract 1 from work-year
           end-if.
           move work-year to report-month(1:4).
           move work-month to report-month(5:2).
           move function concatenate(
               report-month(1:4), "-", report-month(5:2)
           ) to month-label.

       read-request-log section.
           move report-month to scan-day-disp(1:6).
           move "01" to scan-day-disp(7:2).
           compute scan-day-int =
               function integer-of-date(scan-day-disp) - 1.
           compute scan-last-int =
               function integer-of-date(function numval(bd-date)).
           perform until scan-day-int > scan-last-int
               move function date-of-integer(scan-day-int)
                   to scan-day-disp
               move function concatenate(
                   "data/router-requests.log.", scan-day-disp
               ) to log-path
               perform read-one-log-file
               add 1 to scan-day-int
           end-perform.
           move "data/router-requests.log" to log-path.
           perform read-one-log-file.

       read-one-log-file section.
           open input dispatch-log.
           if dispatch-log-status not = "00"
               exit section
           end-if.
           add 1 to generations-read.
           perform until dispatch-log-status not = "00"
               read dispatch-log
                   at end
                       move "10" to dispatch-log-status
                   not at end
                       if dispatch-log-line(1:6) = report-month
                           perform tally-one-line
                       end-if
               end-read
           end-perform.
           close dispatch-log.

       tally-one-line section.
           perform parse-log-line.
           if log-field(5)(1:4) not = "key="
               exit section
           end-if.
           move spaces to line-owner.
           move spaces to line-owner-rest.
           unstring log-field(5)(5:) delimited by "#"
               into line-owner line-owner-rest
           end-unstring.
           if line-owner = spaces
               move "?" to line-owner
           end-if.
           perform classify-line.

           perform find-owner.
           if owner-found = 0
               exit section
           end-if.
           add 1 to ow-calls(owner-found).
           add line-elapsed-ms to ow-total-ms(owner-found).
           if line-is-error = "Y"
               add 1 to ow-errors(owner-found)
           end-if.
           if line-is-throttled = "Y"
               add 1 to ow-throttled(owner-found)
           end-if.

           perform find-usage-row.
           if usage-found = 0
               exit section
           end-if.
           add 1 to us-calls(usage-found).
           add line-elapsed-ms to us-total-ms(usage-found).
           if line-is-error = "Y"
               add 1 to us-errors(usage-found)
           end-if.
           if line-is-throttled = "Y"
               add 1 to us-throttled(usage-found)
           end-if.

       parse-log-line section.
           move spaces to log-fields.
           move 1 to field-index.
           move 0 to parse-out.
           move function length(
               function trim(dispatch-log-line, trailing))
               to parse-len.
           perform varying parse-pos from 1 by 1
               until parse-pos > parse-len
               if dispatch-log-line(parse-pos:1) = "|"
                   if field-index < 7
                       add 1 to field-index
                   end-if
                   move 0 to parse-out
               else
                   if parse-out < 200
                       and (parse-out > 0
                       or dispatch-log-line(parse-pos:1) not = space)
                       add 1 to parse-out
                       move dispatch-log-line(parse-pos:1)
                           to log-field(field-index)(parse-out:1)
                   end-if
               end-if
           end-perform.
           move spaces to line-method.
           move spaces to line-path.
           unstring log-field(2) delimited by all space
               into line-method line-path
           end-unstring.
           move log-field(3) to line-status-text.
           move log-field(4) to line-elapsed-text.

       classify-line section.
           *> The resource is the segment after "/api" ("/api/content/
           *> 12" is content), or the first segment for anything a
           *> key holder called outside the API.
           move spaces to path-segment-1.
           move spaces to path-segment-2.
           move spaces to path-rest.
           unstring line-path delimited by "?"
               into path-rest
           end-unstring.
           unstring path-rest delimited by all "/"
               into path-segment-1 path-segment-2
           end-unstring.
           if path-segment-1 = spaces
               move spaces to path-segment-1
               move spaces to path-segment-2
               unstring path-rest(2:) delimited by all "/"
                   into path-segment-1 path-segment-2
               end-unstring
           end-if.
           if path-segment-1 = "api" and path-segment-2 not = spaces
               move path-segment-2 to line-resource
           else
               move path-segment-1 to line-resource
           end-if.
           if line-resource = spaces
               move "/" to line-resource
           end-if.

           *> Throttled calls are counted apart; every other answer
           *> that was not served is an error - refused keys and
           *> failed calls (API-ERROR), unknown routes, oversized
           *> requests, maintenance and the rest.
           move "N" to line-is-error.
           move "N" to line-is-throttled.
           evaluate function trim(line-status-text)
               when "THROTTLED"
                   move "Y" to line-is-throttled
               when "DISPATCHED"
               when "NOT-MODIFIED"
               when "CACHED"
               when "STATIC"
                   continue
               when other
                   move "Y" to line-is-error
           end-evaluate.

           move 0 to line-elapsed-ms.
           move spaces to path-rest.
           unstring line-elapsed-text delimited by "ms"
               into path-rest
           end-unstring.
           if function trim(path-rest) is numeric
               move function numval(path-rest) to line-elapsed-ms
           end-if.

       find-owner section.
           move 0 to owner-found.
           perform varying owner-index from 1 by 1
               until owner-index > owner-count
               if ow-name(owner-index) = line-owner
                   move owner-index to owner-found
                   exit perform
               end-if
           end-perform.
           if owner-found > 0
               exit section
           end-if.
           if owner-count >= 200
               add 1 to owners-dropped
               exit section
           end-if.
           add 1 to owner-count.
           move owner-count to owner-found.
           initialize owner-rows(owner-found).
           move line-owner to ow-name(owner-found).

       find-usage-row section.
           move 0 to usage-found.
           perform varying usage-index from 1 by 1
               until usage-index > usage-count
               if us-owner(usage-index) = owner-found
                   and us-method(usage-index) = line-method
                   and us-resource(usage-index) = line-resource
                   move usage-index to usage-found
                   exit perform
               end-if
           end-perform.
           if usage-found > 0
               exit section
           end-if.
           if usage-count >= 2000
               add 1 to usage-dropped
               exit section
           end-if.
           add 1 to usage-count.
           move usage-count to usage-found.
           initialize usage-rows(usage-found).
           move owner-found to us-owner(usage-found).
           move line-method to us-method(usage-found).
           move line-resource to us-resource(usage-found).

       load-owner-contacts section.
           *> ak-owner is the account the key was issued to; its
           *> address on the user store is where the statement goes.
           if owner-count = 0
               exit section
           end-if.
           open input user-master.
           if user-file-status not = "00"
               exit section
           end-if.
           perform until user-file-status not = "00"
               read user-master next record
                   at end
                       move "10" to user-file-status
                   not at end
                       perform match-one-user
               end-read
           end-perform.
           close user-master.

       match-one-user section.
           if function trim(mf-email) = spaces
               or mf-acct-status = "suspended"
               exit section
           end-if.
           perform varying owner-index from 1 by 1
               until owner-index > owner-count
               if ow-name(owner-index) = mf-username
                   move "decrypt" to cipher-action
                   move 100 to cipher-width
                   move mf-email to cipher-text
                   call "field-cipher" using cipher-request
                       cipher-response
                   move cipher-result(1:100) to ow-email(owner-index)
                   exit perform
               end-if
           end-perform.

       sort-owners-by-name section.
           perform varying order-pos from 1 by 1
               until order-pos > owner-count
               move order-pos to oo-index(order-pos)
           end-perform.
           perform varying order-pos from 2 by 1
               until order-pos > owner-count
               move oo-index(order-pos) to order-hold
               move order-pos to order-scan
               perform until order-scan < 2
                   or ow-name(oo-index(order-scan - 1))
                       <= ow-name(order-hold)
                   move oo-index(order-scan - 1)
                       to oo-index(order-scan)
                   subtract 1 from order-scan
               end-perform
               move order-hold to oo-index(order-scan)
           end-perform.

       edit-owner-counts section.
           move ow-calls(owner-index) to calls-display.
           move ow-errors(owner-index) to errors-display.
           move ow-throttled(owner-index) to throttled-display.
           move 0 to average-ms.
           if ow-calls(owner-index) > 0
               compute average-ms rounded =
                   ow-total-ms(owner-index) / ow-calls(owner-index)
           end-if.
           move average-ms to avg-display.

       write-summary section.
           move function concatenate(
               "API USAGE STATEMENTS - ", month-label
           ) to report-line.
           write report-line.
           move function concatenate(
               "Business date: ", bd-date-iso
           ) to report-line.
           write report-line.
           move function concatenate(
               "Callers are named by API key owner; a key no longer ",
               "on file shows as ?."
           ) to report-line.
           write report-line.
           move spaces to report-line.
           write report-line.
           move "SUMMARY" to report-line.
           write report-line.
           move function concatenate(
               "owner | calls | errors | throttled | avg ms | ",
               "statement"
           ) to report-line.
           write report-line.
           if owner-count = 0
               move "(no API calls this month)" to report-line
               write report-line
           end-if.
           perform varying order-pos from 1 by 1
               until order-pos > owner-count
               move oo-index(order-pos) to owner-index
               perform edit-owner-counts
               add ow-calls(owner-index) to total-calls
               add ow-errors(owner-index) to total-errors
               add ow-throttled(owner-index) to total-throttled
               add ow-total-ms(owner-index) to total-ms
               if ow-email(owner-index) = spaces
                   or ow-name(owner-index) = "?"
                   move "no contact address" to statement-outcome
               else
                   move "emailed" to statement-outcome
               end-if
               move function concatenate(
                   function trim(ow-name(owner-index)), " | ",
                   function trim(calls-display), " | ",
                   function trim(errors-display), " | ",
                   function trim(throttled-display), " | ",
                   function trim(avg-display), " | ",
                   function trim(statement-outcome)
               ) to report-line
               write report-line
           end-perform.

       write-owner-detail section.
           move spaces to report-line.
           write report-line.
           perform edit-owner-counts.
           move function concatenate(
               "STATEMENT ", function trim(ow-name(owner-index)),
               " - ", function trim(calls-display), " call(s), ",
               function trim(errors-display), " error(s), ",
               function trim(throttled-display), " throttled, avg ",
               function trim(avg-display), " ms"
           ) to report-line.
           write report-line.
           move function concatenate(
               "  method resource | calls | errors | throttled | ",
               "avg ms"
           ) to report-line.
           write report-line.
           perform varying usage-index from 1 by 1
               until usage-index > usage-count
               if us-owner(usage-index) = owner-index
                   perform write-usage-line
               end-if
           end-perform.

       write-usage-line section.
           move us-calls(usage-index) to calls-display.
           move us-errors(usage-index) to errors-display.
           move us-throttled(usage-index) to throttled-display.
           move 0 to average-ms.
           if us-calls(usage-index) > 0
               compute average-ms rounded =
                   us-total-ms(usage-index) / us-calls(usage-index)
           end-if.
           move average-ms to avg-display.
           move function concatenate(
               "  ", function trim(us-method(usage-index)), " ",
               function trim(us-resource(usage-index)), " | ",
               function trim(calls-display), " | ",
               function trim(errors-display), " | ",
               function trim(throttled-display), " | ",
               function trim(avg-display)
           ) to report-line.
           write report-line.

       build-breakdown-text section.
           *> "GET content 120, POST content 4, ..." - as much as the
           *> template value holds; the report keeps the whole list.
           move spaces to breakdown-text.
           move 1 to breakdown-pointer.
           perform varying usage-index from 1 by 1
               until usage-index > usage-count
               if us-owner(usage-index) = owner-index
                   move us-calls(usage-index) to calls-display
                   if breakdown-pointer > 1
                       string ", " delimited by size
                           into breakdown-text
                           with pointer breakdown-pointer
                           on overflow
                               exit perform
                       end-string
                   end-if
                   string function trim(us-method(usage-index))
                           delimited by size
                       " " delimited by size
                       function trim(us-resource(usage-index))
                           delimited by size
                       " " delimited by size
                       function trim(calls-display) delimited by size
                       into breakdown-text
                       with pointer breakdown-pointer
                       on overflow
                           exit perform
                   end-string
               end-if
           end-perform.

       send-owner-statement section.
           if ow-email(owner-index) = spaces
               or ow-name(owner-index) = "?"
               add 1 to statements-held
               exit section
           end-if.
           perform edit-owner-counts.
           perform build-breakdown-text.
           initialize template-request.
           move "render" to msg-action.
           move "api-usage-statement" to msg-type.
           move 7 to msg-value-count.
           move "owner" to msg-value-name(1).
           move ow-name(owner-index) to msg-value-text(1).
           move "month" to msg-value-name(2).
           move month-label to msg-value-text(2).
           move "calls" to msg-value-name(3).
           move function trim(calls-display) to msg-value-text(3).
           move "errors" to msg-value-name(4).
           move function trim(errors-display) to msg-value-text(4).
           move "throttled" to msg-value-name(5).
           move function trim(throttled-display)
               to msg-value-text(5).
           move "avg_ms" to msg-value-name(6).
           move function trim(avg-display) to msg-value-text(6).
           move "lines" to msg-value-name(7).
           move breakdown-text to msg-value-text(7).
           call "message-templates" using template-request
               template-response.
           open extend email-notification-log.
           if email-file-status not = "00"
               open output email-notification-log
               close email-notification-log
               open extend email-notification-log
           end-if.
           move function current-date to email-timestamp.
           move function concatenate(
               email-timestamp(1:8), " ", email-timestamp(9:6),
               " | to:", function trim(ow-email(owner-index)),
               " | subject:", function trim(msg-subject), " | ",
               function trim(msg-body)
           ) to email-notification-line.
           move "seal-line" to cipher-action.
           move 300 to cipher-width.
           move email-notification-line to cipher-text.
           call "field-cipher" using cipher-request cipher-response.
           move cipher-result to email-notification-line.
           write email-notification-line.
           close email-notification-log.
           add 1 to statements-sent.

       write-report-totals section.
           move spaces to report-line.
           write report-line.
           move total-calls to calls-display.
           move total-errors to errors-display.
           move total-throttled to throttled-display.
           move 0 to average-ms.
           if total-calls > 0
               compute average-ms rounded = total-ms / total-calls
           end-if.
           move average-ms to avg-display.
           move owner-count to owners-display.
           move statements-sent to sent-display.
           move statements-held to held-display.
           move function concatenate(
               "TOTAL ", function trim(owners-display), " owner(s), ",
               function trim(calls-display), " call(s), ",
               function trim(errors-display), " error(s), ",
               function trim(throttled-display), " throttled, avg ",
               function trim(avg-display), " ms - ",
               function trim(sent-display), " statement(s) emailed, ",
               function trim(held-display), " without a contact"
           ) to report-line.
           write report-line.

       display-summary section.
           display function concatenate(
               "api-usage-statements: ", month-label, " - ",
               function trim(owners-display), " owner(s), ",
               function trim(sent-display), " statement(s) emailed",
               " - see data/api-usage-statements.txt"
           ).

       end program api-usage-statements.
