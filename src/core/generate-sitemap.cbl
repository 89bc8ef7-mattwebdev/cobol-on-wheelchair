       01 sitemap-file-status  pic xx.
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
       01 lastmod-date         pic x(10).
       01 item-url             pic x(300).

      *> content-visibility.cbl's LINKAGE shape with local names -
      *> the sitemap is anonymous by definition, so an item
      *> restricted to signed-in readers or to a role stays out.
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
       01 restricted-skipped   pic 9(6) value 0.

      *> Where the site lives - sitemap URLs must be absolute. Can be
      *> overridden per environment without a recompile by exporting
      *> SITE_BASE_URL before the run.
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
               "generate-sitemap: business date ", bd-date-iso
           ).

       map-all-content section.
           read content-master next record
               *> than advertising the wrong brand's URLs.
               exit section
           end-if.
           move "check" to vis-action.
           move cm-id to vis-content-id.
           move spaces to vis-viewer-role.
           call "content-visibility" using visibility-request
               visibility-response.
           if vis-allowed not = "Y"
               add 1 to restricted-skipped
               exit section
           end-if.

           if function trim(cm-slug) not = spaces
               move function concatenate(
               "generate-sitemap: checked ",
               function trim(records-checked), " record(s), ",
               function trim(urls-written),
               " URL(s) written to public/sitemap.xml, ",
               function trim(restricted-skipped),
               " restricted item(s) left out"
           ).

       end program generate-sitemap.
