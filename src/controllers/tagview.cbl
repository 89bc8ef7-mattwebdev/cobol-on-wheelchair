
       01 tag-value             pic x(90).

      *> content-visibility.cbl's LINKAGE shape with local names -
      *> the visitor's session cookie resolves to a role, and the
      *> tag listing runs under that role, so members-only
      *> items list only for readers allowed to open them.
       01 visibility-request.
           03 vis-action        pic x(10).
           03 vis-content-id    pic 9(10).
           03 vis-level         pic x(20).
           03 vis-viewer-role   pic x(20).
           03 vis-session-id    pic x(32).
           03 vis-set-by        pic x(50).

       01 visibility-response.
           03 vis-success       pic x(1).
           03 vis-message       pic x(200).
           03 vis-level-out     pic x(20).
           03 vis-allowed       pic x(1).
           03 vis-needs-login   pic x(1).
           03 vis-viewer-role-out pic x(20).
           03 vis-viewer-name   pic x(50).
       01 viewer-role           pic x(20).
       01 cookie-scan           pic 9(4) usage comp-5.

      *> Same brace-matched walk over get-all-content's result array
      *> that search.cbl does - this page is the tag-filtered twin of
      *> the search results page.

       01 name-scan-index       pic 99 usage comp-5.

      *> conditional-get.cbl's LINKAGE shape with local names -
      *> validators for the response, checked against the ones the
      *> browser sent back.
       01 conditional-request.
           03 cg-action         pic x(10).
           03 cg-item-key       pic x(60).
           03 cg-item-date      pic x(8).
           03 cg-item-version   pic x(10).
           03 cg-text           pic x(500).
           03 cg-path           pic x(300).
           03 cg-if-none-match  pic x(200).
           03 cg-if-modified-since pic x(40).
           03 cg-digest         pic 9(18).
           03 cg-items          pic 9(8).
           03 cg-newest         pic x(14).

       01 conditional-response.
           03 cg-success        pic x(1).
           03 cg-not-modified   pic x(1).
           03 cg-etag           pic x(40).
           03 cg-last-modified  pic x(40).
       01 item-updated-date     pic x(8).
       01 item-version          pic x(10).

       linkage section.
       01 path-values.
          05 path-query-values           occurs 10 times.
           05 referrer-header pic x(200).
           05 sso-user-header pic x(50).
           05 site-id-header pic x(20).
           05 if-none-match-header pic x(200).
           05 if-modified-since-header pic x(40).
           05 response-outcome pic x(20).

       procedure division using path-values http-request-data.

       main-paragraph.
           move site-id-header to db-site-id
           perform extract-tag-from-path
           perform resolve-viewer-role

           *> The listing is fetched before any output so the items on
           *> it can make the page's validators.
           if tag-value not = spaces
               perform run-tag-query
               perform check-listing-validators
               if cg-not-modified = "Y"
                   goback
               end-if
           end-if

           move tag-value to esc-source
           perform escape-html-value
           if tag-value = spaces
               display "<p>No tag was given.</p>"
           else
               perform render-results
           end-if

           display "</body></html>"
           goback.

       resolve-viewer-role section.
           *> Signed-out visitors carry no session cookie and read as
           *> the public.
           move "viewer" to vis-action.
           move spaces to vis-session-id.
           perform varying cookie-scan from 1 by 1
               until cookie-scan > cookie-count
               if cookie-name(cookie-scan) = "session_id"
                   move cookie-value(cookie-scan)(1:32)
                       to vis-session-id
               end-if
           end-perform.
           call "content-visibility" using visibility-request
               visibility-response.
           move vis-viewer-role-out to viewer-role.

       extract-tag-from-path section.
           *> Bound by router.cbl for the "/tag/%value" pattern - looked
           *> up by name the same way showname.cbl finds its segment.
           ) to db-filters
           move spaces to db-data-json
           move db-api-key-value to db-api-key
           move viewer-role to db-caller-role
           call "database-interface" using db-request db-response.

       render-results section.
               end-if
           end-if.

       check-listing-validators section.
           *> Each listed item's id, last change and version, plus the
           *> tag and the reader's role the listing was run under. A
           *> browser already holding this listing gets a bodiless 304.
           move "begin" to cg-action
           call "conditional-get" using conditional-request
               conditional-response
           move "add-text" to cg-action
           move function concatenate(
               function trim(tag-value), "|",
               function trim(viewer-role), "|",
               function trim(site-id-header)
           ) to cg-text
           call "conditional-get" using conditional-request
               conditional-response
           if db-success = "Y"
               move function length(
                   function trim(db-resp-data-json))
                   to result-json-len
               move 1 to result-scan-pos
               move "Y" to more-objects
               perform until more-objects = "N"
                   perform find-next-result-object
                   if more-objects = "Y"
                       perform add-one-result-validator
                   end-if
               end-perform
           end-if
           move "check" to cg-action
           move if-none-match-header to cg-if-none-match
           move if-modified-since-header to cg-if-modified-since
           call "conditional-get" using conditional-request
               conditional-response
           if cg-not-modified = "Y"
               move "NOT-MODIFIED" to response-outcome
               display "Status: 304 Not Modified"
           end-if
           display "ETag: " function trim(cg-etag)
           if cg-last-modified not = spaces
               display "Last-Modified: " function trim(cg-last-modified)
           end-if
           if cg-not-modified = "Y"
               display " "
           end-if.

       add-one-result-validator section.
           move "id" to json-field-name
           perform extract-from-one-object
           move json-extracted(1:20) to item-id
           move "updatedDate" to json-field-name
           perform extract-from-one-object
           move json-extracted(1:8) to item-updated-date
           move "version" to json-field-name
           perform extract-from-one-object
           move json-extracted(1:10) to item-version
           move "add" to cg-action
           move item-id to cg-item-key
           move item-updated-date to cg-item-date
           move item-version to cg-item-version
           call "conditional-get" using conditional-request
               conditional-response.

       find-next-result-object section.
           move "N" to more-objects
           move 0 to object-start
