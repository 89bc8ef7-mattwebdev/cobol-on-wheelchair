       identification division.
       program-id. commentreport.

       data division.
       working-storage section.
       01 counter              pic 9(4) usage comp-5.
       01 name-scan-index      pic 99 usage comp-5.

       01 path-comment-id      pic x(20).
       01 form-reason          pic x(300).
       01 caller-addr          pic x(64).
       01 page-id-display      pic z(9)9.

      *> comment-reports.cbl's LINKAGE shape with local names.
       01 report-request.
           03 rp-action         pic x(10).
           03 rp-comment-id     pic 9(10).
           03 rp-reporter       pic x(64).
           03 rp-reason         pic x(300).

       01 report-response.
           03 rp-success        pic x(1).
           03 rp-message        pic x(200).
           03 rp-content-id     pic 9(10).
           03 rp-open-count     pic 9(4).
           03 rp-pulled         pic x(1).
           03 rp-changed-count  pic 9(4).
           03 rp-reason-count   pic 9(2).
           03 rp-reasons        occurs 5 times.
               05 rp-reason-text pic x(300).

      *> strings.cbl's LINKAGE shape with local names.
       01 strings-request.
           03 str-language      pic x(5).
           03 str-key           pic x(40).

       01 strings-response.
           03 str-success       pic x(1).
           03 str-value         pic x(200).

       linkage section.
       01 path-values.
          05 path-query-values           occurs 10 times.
            10 path-query-value-name     pic x(90).
            10 path-query-value          pic x(90).

       01 http-request-data.
           05 http-method pic x(10).
           05 content-type-header pic x(200).
           05 query-params.
               10 param-count pic 9(4).
               10 params occurs 200 times.
                   15 param-name pic x(100).
                   15 param-value pic x(4096).
           05 body-params.
               10 body-param-count pic 9(4).
               10 body-params occurs 200 times.
                   15 body-param-name pic x(100).
                   15 body-param-value pic x(16384).
           05 cookie-params.
               10 cookie-count pic 9(4).
               10 cookies occurs 50 times.
                   15 cookie-name pic x(100).
                   15 cookie-value pic x(1024).
           05 multipart-parts.
               10 multipart-part-count pic 9(4).
               10 multipart-items occurs 10 times.
                   15 multipart-field-name pic x(100).
                   15 multipart-filename pic x(200).
                   15 multipart-content-type pic x(100).
                   15 multipart-data-length pic 9(8).
                   15 multipart-temp-path pic x(200).
                   15 multipart-data pic x(4096).
           05 request-too-large pic x(1).
           05 request-caller-role pic x(20).

       procedure division using path-values http-request-data.

      *> "Report this comment" - the link under every comment on a
      *> published page (dynamic and static alike) lands here. GET
      *> asks for a reason, POST records it against the caller's
      *> address; enough separate reports send the comment back to
      *> the moderation queue.
       main-paragraph.
           perform extract-comment-id-from-path

           display "Content-Type: text/html"
           display " "
           if function trim(path-comment-id) = spaces
               or function trim(path-comment-id) not numeric
               display "<html><body><h1>Comment not found</h1>"
               display "<p><a href='/'>Return to the home page</a>"
                   "</p>"
               display "</body></html>"
               goback
           end-if

           if function trim(http-method) = "POST"
               perform record-report
           else
               perform render-report-form
           end-if
           goback.

       extract-comment-id-from-path section.
           *> Bound by router.cbl for "/comment/report/%id".
           move spaces to path-comment-id.
           perform varying name-scan-index from 1 by 1
               until name-scan-index > 10
               if function trim(path-query-value-name(name-scan-index))
                   = "id"
                   move path-query-value(name-scan-index)(1:20)
                       to path-comment-id
               end-if
           end-perform.

       render-report-form section.
           move "report_heading" to str-key.
           perform look-up-label.
           display "<html><body><h1>" function trim(str-value) "</h1>"
           display "<form method='POST' action='/comment/report/"
               function trim(path-comment-id) "'>"
           move "report_reason" to str-key.
           perform look-up-label.
           display "<p>" function trim(str-value) "</p>"
           display "<p><textarea name='reason' maxlength='300'>"
               "</textarea></p>"
           move "report_send" to str-key.
           perform look-up-label.
           display "<button type='submit'>" function trim(str-value)
               "</button>"
           display "</form>"
           display "</body></html>".

       record-report section.
           move spaces to form-reason.
           perform varying counter from 1 by 1
               until counter > body-param-count
               if body-param-name(counter) = "reason"
                   move body-param-value(counter)(1:300)
                       to form-reason
               end-if
           end-perform.
           *> A reason is kept to one line on the moderation screen.
           inspect form-reason replacing all x"0D" by space
               all x"0A" by space.

           move spaces to caller-addr.
           accept caller-addr from environment "REMOTE_ADDR".

           move "report" to rp-action.
           move function numval(path-comment-id) to rp-comment-id.
           move caller-addr to rp-reporter.
           move form-reason to rp-reason.
           call "comment-reports" using report-request report-response.

           if rp-success = "Y"
               display "<html><body><h1>Thank you</h1>"
           else
               display "<html><body><h1>Report not recorded</h1>"
           end-if
           display "<p>" function trim(rp-message) "</p>"
           if rp-content-id > 0
               move rp-content-id to page-id-display
               display "<p><a href='/page/"
                   function trim(page-id-display)
                   "'>Back to the page</a></p>"
           else
               display "<p><a href='/'>Return to the home page</a>"
                   "</p>"
           end-if
           display "</body></html>".

       look-up-label section.
           *> No page language travels with the link - the default
           *> language's catalog answers.
           move spaces to str-language.
           call "strings" using strings-request strings-response.

       end program commentreport.
