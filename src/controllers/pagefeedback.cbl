       identification division.
       program-id. pagefeedback.

       data division.
       working-storage section.
       01 counter              pic 9(4) usage comp-5.

       01 form-content-id      pic x(20).
       01 form-helpful         pic x(10).
       01 form-comment         pic x(500).

      *> page-feedback.cbl's LINKAGE shape with local names.
       01 feedback-request.
           03 fb-action         pic x(10).
           03 fb-content-id     pic 9(10).
           03 fb-helpful        pic x(1).
           03 fb-comment        pic x(500).

       01 feedback-response.
           03 fb-success        pic x(1).
           03 fb-message        pic x(200).
           03 fb-helpful-count  pic 9(7).
           03 fb-unhelpful-count pic 9(7).
           03 fb-comment-count  pic 9(7).

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

      *> "Was this page helpful?" handler - the yes / no buttons
      *> under every published page (dynamic and static alike) post
      *> here with an optional short comment. Nothing is shown on
      *> the site; the answers feed the admin content screen and the
      *> weekly page feedback report.
       main-paragraph.
           perform extract-feedback-fields

           move "record" to fb-action
           move 0 to fb-content-id
           if function trim(form-content-id) is numeric
               move function numval(form-content-id) to fb-content-id
           end-if
           evaluate function lower-case(function trim(form-helpful))
               when "yes"
                   move "Y" to fb-helpful
               when "no"
                   move "N" to fb-helpful
               when other
                   move space to fb-helpful
           end-evaluate
           move form-comment to fb-comment
           call "page-feedback" using feedback-request
               feedback-response

           display "Content-Type: text/html"
           display " "
           if fb-success = "Y"
               display "<html><body><h1>Thank you</h1>"
               display "<p>Your feedback helps us improve this page."
                   "</p>"
           else
               display "<html><body><h1>Feedback not recorded</h1>"
               display "<p>" function trim(fb-message) "</p>"
           end-if
           if fb-content-id > 0
               display "<p><a href='/page/"
                   function trim(form-content-id)
                   "'>Back to the page</a></p>"
           else
               display "<p><a href='/'>Return to the home page</a>"
                   "</p>"
           end-if
           display "</body></html>"
           goback.

       extract-feedback-fields section.
           move spaces to form-content-id.
           move spaces to form-helpful.
           move spaces to form-comment.
           perform varying counter from 1 by 1
               until counter > body-param-count
               evaluate body-param-name(counter)
                   when "content_id"
                       move body-param-value(counter)(1:20)
                           to form-content-id
                   when "helpful"
                       move body-param-value(counter)(1:10)
                           to form-helpful
                   when "comment"
                       move body-param-value(counter)(1:500)
                           to form-comment
               end-evaluate
           end-perform.
           *> A comment is kept to one line in the report.
           inspect form-comment replacing all x"0D" by space
               all x"0A" by space.

       end program pagefeedback.
