
       01 page-id-value         pic x(20).

      *> content-visibility.cbl's LINKAGE shape with local names -
      *> the visitor's session cookie resolves to a role once, and
      *> that role decides whether a members-only page renders, which
      *> related items are offered, and which crumbs show.
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
       01 page-restricted       pic x(1).
       01 login-return-path     pic x(40).

      *> The requested page itself, held while the breadcrumb trail
      *> is walked - the walk reuses db-response for each ancestor
      *> lookup, so the page has to be copied out first.
       01 page-author           pic x(50).
       01 page-language         pic x(5).

      *> comment-policy.cbl's LINKAGE shape with local names - a
      *> page whose comments are closed shows a notice where the
      *> form would be; its approved comments still render.
       01 comment-policy-request.
           03 cp-action         pic x(10).
           03 cp-content-id     pic 9(10).
           03 cp-mode           pic x(10).
           03 cp-set-by         pic x(50).

       01 comment-policy-response.
           03 cp-success        pic x(1).
           03 cp-message        pic x(200).
           03 cp-item-mode      pic x(10).
           03 cp-effective      pic x(10).
           03 cp-reason         pic x(100).

      *> strings.cbl's LINKAGE shape with local names - the chrome
      *> around a French body renders French too, driven by the
      *> content item's own language code.
       01 menu-scan             pic 9(4) usage comp-5.
       01 page-canonical-url    pic x(200).
       01 page-share-image-id   pic x(20).
      *> What the page's validators are made from - its last change
      *> and version, read before the share-image lookup reuses
      *> db-response.
       01 page-updated-date     pic x(8).
       01 page-version          pic x(10).
       01 share-image-path      pic x(500).
       01 site-base-url         pic x(100)
           value "https://www.nodebol-cms.com".
       01 ct-walk-steps         pic 99 usage comp-5.
       01 ct-walk-found         pic 9(4) usage comp-5.

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
           perform extract-page-id-from-path
           perform resolve-viewer-role
           perform check-page-visibility
           if vis-allowed not = "Y"
               if vis-needs-login = "Y"
                   perform render-login-redirect
               else
                   perform render-page-not-available
               end-if
               goback
           end-if
           perform fetch-requested-page

           if db-success = "Y"
           end-read.
           close preview-master.

       resolve-viewer-role section.
           *> Signed-out visitors carry no session cookie and read as
           *> the public; a cookie auth no longer honours reads the
           *> same way.
           move "viewer" to vis-action.
           move spaces to vis-session-id.
           perform varying param-scan from 1 by 1
               until param-scan > cookie-count
               if cookie-name(param-scan) = "session_id"
                   move cookie-value(param-scan)(1:32)
                       to vis-session-id
               end-if
           end-perform.
           call "content-visibility" using visibility-request
               visibility-response.
           move vis-viewer-role-out to viewer-role.

       check-page-visibility section.
           *> An id that is not numeric, or not on file, passes here
           *> and falls through to the ordinary not-found answer.
           move "Y" to vis-allowed.
           move "N" to vis-needs-login.
           move "N" to page-restricted.
           if function trim(page-id-value) not numeric
               exit section
           end-if.
           move "check" to vis-action.
           move function numval(page-id-value) to vis-content-id.
           move viewer-role to vis-viewer-role.
           call "content-visibility" using visibility-request
               visibility-response.
           if function trim(vis-level-out) not = "public"
               move "Y" to page-restricted
           end-if.

       render-login-redirect section.
           *> Off to the sign-in form, which brings the visitor back
           *> to this page once the password checks out.
           move function concatenate(
               "/page/", function trim(page-id-value)
           ) to login-return-path.
           display "Status: 302 Found"
           display function concatenate(
               "Location: /login?return=",
               function trim(login-return-path)
           )
           display "Cache-Control: private, no-store"
           display "Content-Type: text/html"
           display " "
           display "<html><body><p>This page is for signed-in "
               "readers - <a href='/login?return="
               function trim(login-return-path)
               "'>sign in</a> to read it.</p></body></html>".

       extract-page-id-from-path section.
           *> Bound by router.cbl for the "/page/%id" pattern - looked
           *> up by name the same way showname.cbl finds its segment.
               move "shareImageId" to json-field-name
               perform extract-from-response
               move json-extracted(1:20) to page-share-image-id

               move "updatedDate" to json-field-name
               perform extract-from-response
               move json-extracted(1:8) to page-updated-date

               move "version" to json-field-name
               perform extract-from-response
               move json-extracted(1:10) to page-version
           end-if.

       resolve-share-image section.
           ) to db-filters
           move spaces to db-data-json
           move db-api-key-value to db-api-key
           move viewer-role to db-caller-role
           call "database-interface" using db-request db-response.

       collect-breadcrumb-trail section.
               move site-base-env to site-base-url
           end-if

           if page-restricted = "Y"
               *> A members-only render is this reader's alone - no
               *> shared cache may keep it for the next visitor.
               display "Cache-Control: private, no-store"
           else
               if function trim(page-status) = "published"
                   perform check-page-validators
                   if cg-not-modified = "Y"
                       exit section
                   end-if
               end-if
           end-if
           display "Content-Type: text/html"
           display " "
           move page-title to esc-source
           perform render-related-panel
           perform render-comments-block
           perform render-comment-form
           if function trim(page-status) = "published"
               perform render-feedback-widget
           end-if

           move "footer" to menu-name
           perform build-scoped-menu-name
           display "</body></html>".


       check-page-validators section.
           *> A published public page is validated by its own last
           *> change and version plus the approved comments under it,
           *> so a new comment reads as a change too. A browser that
           *> already holds this version gets a bodiless 304.
           move "begin" to cg-action
           call "conditional-get" using conditional-request
               conditional-response
           move "add" to cg-action
           move page-id-value to cg-item-key
           move page-updated-date to cg-item-date
           move page-version to cg-item-version
           call "conditional-get" using conditional-request
               conditional-response
           move "add-text" to cg-action
           open input comment-master
           if comment-file-status = "00"
               and function trim(page-id-value) is numeric
               move low-values to co-id
               start comment-master key is greater than co-id
                   invalid key move "10" to comment-file-status
               end-start
               perform until comment-file-status = "10"
                   read comment-master next record
                       at end move "10" to comment-file-status
                       not at end
                           if co-status = "approved"
                               and co-content-id = function numval(
                                   page-id-value)
                               move co-id to cg-text
                               call "conditional-get" using
                                   conditional-request
                                   conditional-response
                           end-if
                   end-read
               end-perform
           end-if
           if comment-file-status not = "35"
               close comment-master
           end-if
           move spaces to comment-file-status
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

       build-scoped-menu-name section.
           *> "header@brand2" when this request is for a non-default
           *> site - menus.cbl falls back to the plain name when the
           ) to db-filters.
           move spaces to db-data-json.
           move db-api-key-value to db-api-key.
           move viewer-role to db-caller-role.
           call "database-interface" using db-request db-response.
           if db-success not = "Y"
               exit section
           *> array-variable convention and render through the
           *> {{#each comments}} block in the comments template -
           *> the same path every other repeated structure renders
           *> through. The template builds each entry's "Report"
           *> link from its id (/comment/report/{{id}}, handled by
           *> commentreport.cbl) - the variable table has no room
           *> for a sixth per-comment value.
           move 1 to var-idx.
           move 0 to comment-count.
           move "comments" to COW-varname(var-idx).
           move "S" to COW-var-type(var-idx).

       render-comment-form section.
           move "open" to cp-effective.
           if function trim(page-id-value) is numeric
               move "resolve" to cp-action
               move function numval(page-id-value) to cp-content-id
               call "comment-policy" using comment-policy-request
                   comment-policy-response
           end-if.
           if function trim(cp-effective) = "closed"
               move "comments_closed" to str-key
               perform look-up-label
               display "<p>" function trim(str-value) "</p>"
               exit section
           end-if.
           move "leave_comment" to str-key.
           perform look-up-label.
           display "<h3>" function trim(str-value) "</h3>"
               "</button>"
           display "</form>".

       render-feedback-widget section.
           *> "Was this page helpful?" - either button posts the
           *> answer, with whatever is in the comment box, to
           *> /feedback. Previews never carry it.
           move "was_helpful" to str-key.
           perform look-up-label.
           display "<form method='POST' action='/feedback'>"
           display "<input type='hidden' name='content_id' value='"
               function trim(page-id-value) "'>"
           display "<p>" function trim(str-value)
           move "helpful_yes" to str-key.
           perform look-up-label.
           display " <button type='submit' name='helpful'"
               " value='yes'>" function trim(str-value) "</button>"
           move "helpful_no" to str-key.
           perform look-up-label.
           display " <button type='submit' name='helpful'"
               " value='no'>" function trim(str-value) "</button>"
               "</p>"
           move "helpful_comment" to str-key.
           perform look-up-label.
           display "<p>" function trim(str-value)
               " <input type='text' name='comment' maxlength='500'"
               " size='50'></p>"
           display "</form>".

       render-breadcrumbs section.
           *> Root-first trail ending at the current page - the
           *> ancestors were stacked leaf-upward, so they render in
