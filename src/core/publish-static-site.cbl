           03 ml-id             pic 9(10).
           03 filler            pic x(510).
           03 ml-file-path      pic x(500).
           03 filler            pic x(2104).

       fd  html-output.
       01  html-output-line     pic x(26100).
       01 id-display           pic z(9)9.
       01 today-date           pic x(10).

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

       01 item-file-name       pic x(120).
       01 slug-file-name       pic x(120).
       01 slug-file-path       pic x(300).
       01 ct-walk-found         pic 9(4) usage comp-5.
       01 ct-indent-text        pic x(60).

      *> content-visibility.cbl's LINKAGE shape with local names -
      *> the flat files answer anonymous visitors only, so an item
      *> restricted to signed-in readers or to a role is never
      *> written, and any page an earlier run left for it is
      *> removed.
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
       01 item-restricted      pic x(1).

      *> comment-policy.cbl's LINKAGE shape with local names - a
      *> closed item's flat page carries the closed notice in place
      *> of the form, exactly as the dynamic render does.
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

       01 report-counts.
           03 pages-written     pic 9(6) value 0.
           03 tag-pages-written pic 9(6) value 0.
           03 restricted-removed pic 9(6) value 0.

      *> Renders every published, currently-effective content item of
      *> the default site to a directory of flat HTML files, plus the
       goback.

       compute-today-date section.
           *> "Today" is the business date rather than the clock, so
           *> a night replayed late goes live with what was due then.
           move "get" to bd-action.
           move spaces to bd-date-in.
           move spaces to bd-set-by.
           call "business-date" using business-date-request
               business-date-response.
           move bd-date-iso to today-date.
           display function concatenate(
               "publish-static-site: business date ", bd-date-iso
           ).

       item-is-live section.
           *> Leaves item-live "Y" when the record in the cm-* area is
           *> other sites render dynamically until they get their
           *> own publish run.
           move "N" to item-live.
           move "N" to item-restricted.
           if function trim(cm-status) = "published"
               and (function trim(cm-publish-date) = spaces
                   or cm-publish-date(1:10) <= today-date)
                   or function trim(cm-site-id) = "main")
               move "Y" to item-live
           end-if.
           if item-live = "Y"
               move "check" to vis-action
               move cm-id to vis-content-id
               move spaces to vis-viewer-role
               call "content-visibility" using visibility-request
                   visibility-response
               if vis-allowed not = "Y"
                   move "N" to item-live
                   move "Y" to item-restricted
               end-if
           end-if.

       look-up-label section.
           *> str-key set by the caller; the answer always lands in
                       if item-live = "Y"
                           perform write-one-item-page
                       end-if
                       if item-restricted = "Y"
                           perform remove-restricted-item-pages
                       end-if
               end-read
           end-perform.
           move spaces to content-file-status.

       remove-restricted-item-pages section.
           *> The page may have gone out while the item was still
           *> public - both addresses come down, so the router's
           *> flat-file answer can never hand it to a signed-out
           *> visitor.
           perform derive-item-file-name.
           move function concatenate(
               "site/", function trim(item-file-name)
           ) to html-output-path.
           call "CBL_DELETE_FILE" using html-output-path
               returning copy-result.
           if slug-file-name not = spaces
               move function concatenate(
                   "site/", function trim(slug-file-name)
               ) to slug-file-path
               call "CBL_DELETE_FILE" using slug-file-path
                   returning copy-result
           end-if.
           add 1 to restricted-removed.

       write-one-item-page section.
           *> The same page showpage.cbl renders dynamically, line
           *> for line where the flat form allows: SEO head, header
           perform write-related-panel.
           perform write-comments-block.
           perform write-comment-form.
           perform write-feedback-widget.
           perform write-footer-nav.
           move "</body></html>" to html-output-line.
           write html-output-line.
                   invalid key
                       move 0 to walk-parent-id
                   not invalid key
                       perform check-lookup-visibility
                       if vis-allowed not = "Y"
                           *> The dynamic walk stops at an ancestor
                           *> the public may not open; so does this.
                           move 0 to walk-parent-id
                       else
                           add 1 to crumb-count
                           move cpl-id to crumb-id(crumb-count)
                           move cpl-title to crumb-title(crumb-count)
                           move cpl-parent-id to walk-parent-id
                       end-if
               end-read
           end-perform.

           ) to html-output-line.
           write html-output-line.

       check-lookup-visibility section.
           move "check" to vis-action.
           move cpl-id to vis-content-id.
           move spaces to vis-viewer-role.
           call "content-visibility" using visibility-request
               visibility-response.

       write-related-panel section.
           *> The published items sharing the most index terms with
           *> this one, title terms counting double - the same
           if function trim(cpl-status) not = "published"
               exit section
           end-if.
           perform check-lookup-visibility.
           if vis-allowed not = "Y"
               exit section
           end-if.
           if rel-panel-open = "N"
               move "related" to str-key
               perform look-up-label
           perform escape-html-value.
           move function concatenate(
               function trim(html-output-line),
               function trim(esc-value)
           ) to html-output-line.
           *> The report link goes to /comment/report, which is
           *> always handled dynamically.
           move "report_comment" to str-key.
           perform look-up-label.
           move ct-id(ct-current) to id-display.
           move function concatenate(
               function trim(html-output-line),
               " <small><a href='/comment/report/",
               function trim(id-display), "'>",
               function trim(str-value), "</a></small></li>"
           ) to html-output-line.
           write html-output-line.

       write-comment-form section.
           *> The same form the dynamic page renders - it posts to
           *> /comment, which is always handled dynamically.
           move "resolve" to cp-action.
           move cm-id to cp-content-id.
           call "comment-policy" using comment-policy-request
               comment-policy-response.
           if function trim(cp-effective) = "closed"
               move "comments_closed" to str-key
               perform look-up-label
               move function concatenate(
                   "<p>", function trim(str-value), "</p>"
               ) to html-output-line
               write html-output-line
               exit section
           end-if.
           move "leave_comment" to str-key.
           perform look-up-label.
           move function concatenate(
           move "</form>" to html-output-line.
           write html-output-line.

       write-feedback-widget section.
           *> The same "Was this page helpful?" form the dynamic page
           *> renders - /feedback is always handled dynamically.
           move "<form method='POST' action='/feedback'>"
               to html-output-line.
           write html-output-line.
           move cm-id to id-display.
           move function concatenate(
               "<input type='hidden' name='content_id' value='",
               function trim(id-display), "'>"
           ) to html-output-line.
           write html-output-line.
           move "was_helpful" to str-key.
           perform look-up-label.
           move function concatenate(
               "<p>", function trim(str-value)
           ) to html-output-line.
           move "helpful_yes" to str-key.
           perform look-up-label.
           move function concatenate(
               function trim(html-output-line),
               " <button type='submit' name='helpful' value='yes'>",
               function trim(str-value), "</button>"
           ) to html-output-line.
           move "helpful_no" to str-key.
           perform look-up-label.
           move function concatenate(
               function trim(html-output-line),
               " <button type='submit' name='helpful' value='no'>",
               function trim(str-value), "</button></p>"
           ) to html-output-line.
           write html-output-line.
           move "helpful_comment" to str-key.
           perform look-up-label.
           move function concatenate(
               "<p>", function trim(str-value),
               " <input type='text' name='comment' maxlength='500'",
               " size='50'></p>"
           ) to html-output-line.
           write html-output-line.
           move "</form>" to html-output-line.
           write html-output-line.

       write-tag-pages section.
           if tag-master-status not = "00"
               exit section
               "publish-static-site: ",
               function trim(pages-written), " page(s) and ",
               function trim(tag-pages-written),
               " tag page(s) written under site/, ",
               function trim(restricted-removed),
               " restricted item(s) kept out"
           ).

       end program publish-static-site.
