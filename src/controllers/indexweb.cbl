               05 me-url        pic x(200).
       01 menu-scan             pic 9(4) usage comp-5.

      *> events.cbl's LINKAGE shape with local names - the next few
      *> events on this site, for the "coming up" block.
       01 event-request.
           03 eq-action         pic x(10).
           03 eq-content-id     pic 9(10).
           03 eq-start          pic x(20).
           03 eq-end            pic x(20).
           03 eq-location       pic x(200).
           03 eq-registration   pic x(300).
           03 eq-status         pic x(10).
           03 eq-changed-by     pic x(50).
           03 eq-scope          pic x(10).
           03 eq-site           pic x(20).
           03 eq-tag            pic x(30).
           03 eq-viewer-role    pic x(20).
           03 eq-limit          pic 9(4).

       01 event-response.
           03 er-success        pic x(1).
           03 er-message        pic x(200).
           03 er-found          pic x(1).
           03 er-row-count      pic 9(4).
           03 er-more-rows      pic x(1).
           03 er-rows occurs 50 times.
               05 er-content-id pic 9(10).
               05 er-title      pic x(200).
               05 er-slug       pic x(80).
               05 er-start      pic x(12).
               05 er-end        pic x(12).
               05 er-all-day    pic x(1).
               05 er-location   pic x(200).
               05 er-registration pic x(300).
               05 er-status     pic x(10).
               05 er-sequence   pic 9(6).
               05 er-set-stamp  pic x(14).
       01 event-scan            pic 9(4) usage comp-5.
       01 event-id-display      pic z(9)9.
       01 event-when            pic x(16).

      *> HTML escaping for the stored wording before it goes into the
      *> page - same escaping showname.cbl keeps locally.
       01 esc-value             pic x(600).
           display "<li><a href='/showname/world'>Say hello</a></li>"
           display "</ul>"
           perform render-featured-listing
           perform render-upcoming-events
           perform render-published-listing
           if footer-text not = spaces
               move footer-text to esc-source
           end-perform.
           display "</ul>".

       render-upcoming-events section.
           *> The next five events, soonest first - the block is left
           *> out entirely when nothing is coming up.
           move "list" to eq-action.
           move 0 to eq-content-id.
           move "upcoming" to eq-scope.
           move site-id-header to eq-site.
           move spaces to eq-tag.
           move spaces to eq-viewer-role.
           move 5 to eq-limit.
           call "events" using event-request event-response.
           if er-success not = "Y" or er-row-count = 0
               exit section
           end-if.
           display "<h2>Coming up</h2>"
           display "<ul class='events'>"
           perform varying event-scan from 1 by 1
               until event-scan > er-row-count
               move er-content-id(event-scan) to event-id-display
               if er-all-day(event-scan) = "Y"
                   move function concatenate(
                       er-start(event-scan)(1:4), "-",
                       er-start(event-scan)(5:2), "-",
                       er-start(event-scan)(7:2)
                   ) to event-when
               else
                   move function concatenate(
                       er-start(event-scan)(1:4), "-",
                       er-start(event-scan)(5:2), "-",
                       er-start(event-scan)(7:2), " ",
                       er-start(event-scan)(9:2), ":",
                       er-start(event-scan)(11:2)
                   ) to event-when
               end-if
               move er-title(event-scan) to esc-source
               perform escape-html-value
               if function trim(er-status(event-scan)) = "cancelled"
                   display "<li>" function trim(event-when)
                       " - <del><a href='/page/"
                       function trim(event-id-display) "'>"
                       function trim(esc-value)
                       "</a></del> (cancelled)</li>"
               else
                   display "<li>" function trim(event-when)
                       " - <a href='/page/"
                       function trim(event-id-display) "'>"
                       function trim(esc-value) "</a></li>"
               end-if
           end-perform.
           display "</ul>"
           display "<p><a href='/events'>All events</a></p>".

       render-published-listing section.
           *> Published, currently-effective items, newest first by
           *> default - "?sort=title&dir=asc" and friends reorder the
