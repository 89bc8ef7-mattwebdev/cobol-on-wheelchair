       identification division.
       program-id. eventview.

       data division.
       working-storage section.

      *> events.cbl's LINKAGE shape with local names - the listings
      *> and feeds below are its "list" action, rendered.
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
       01 row-index             pic 9(4) usage comp-5.

      *> settings.cbl's LINKAGE shape with local names - the site
      *> title names the calendar, and event_timezone says which
      *> zone the stored wall-clock times are in.
       01 settings-request.
           03 settings-action   pic x(10).
           03 settings-key      pic x(40).
           03 settings-value    pic x(200).

       01 settings-response.
           03 settings-success  pic x(1).
           03 settings-message  pic x(200).
           03 settings-value-out pic x(200).

       01 site-title           pic x(99) value "NodeBOL CMS".
       01 event-timezone       pic x(60).

      *> content-visibility.cbl's LINKAGE shape with local names -
      *> the page listings run under the visitor's role; the feeds
      *> are fetched by calendar clients with no session at all and
      *> so always carry the public set.
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

      *> Where the site lives - feed links must be absolute. Same
      *> override convention feed.cbl uses.
       01 site-base-url        pic x(100)
           value "https://www.nodebol-cms.com".
       01 site-base-env        pic x(100).
       01 site-host            pic x(100).

      *> What the route bound: "/events/%view" and
      *> "/events/tag/%tag/%view", where the view is "past" or
      *> "calendar.ics" and anything else is the upcoming list.
       01 name-scan-index      pic 99 usage comp-5.
       01 event-view           pic x(20).
       01 event-tag            pic x(30).
       01 tag-path-part        pic x(60).

       01 id-display           pic z(9)9.
       01 when-text            pic x(60).
       01 stamp-in             pic x(12).
       01 all-day-in           pic x(1).
       01 stamp-text           pic x(16).

      *> iCalendar output - every content line ends CRLF, long lines
      *> fold at 75 octets onto continuation lines that start with a
      *> space, and text values escape \ ; , as the format demands.
       01 ics-cr               pic x(1) value x"0D".
       01 ics-line             pic x(1500).
       01 ics-line-len         pic 9(4) usage comp-5.
       01 ics-pos              pic 9(4) usage comp-5.
       01 ics-chunk            pic 9(4) usage comp-5.
       01 ics-text-in          pic x(300).
       01 ics-text-out         pic x(700).
       01 ics-in-len           pic 9(4) usage comp-5.
       01 ics-in-pos           pic 9(4) usage comp-5.
       01 ics-out-pos          pic 9(4) usage comp-5.
       01 ics-char             pic x(1).
       01 ics-date-param       pic x(80).
       01 ics-end-stamp        pic x(12).
       01 day-number           pic 9(8) usage comp-5.
       01 sequence-display     pic z(5)9.
       01 page-url             pic x(130).

      *> Now in UTC for DTSTAMP - the clock's local time less its
      *> own offset, worked in minutes.
       01 clock-now            pic x(21).
       01 utc-minutes          pic s9(12) usage comp-5.
       01 offset-minutes       pic s9(6) usage comp-5.
       01 utc-day              pic 9(8) usage comp-5.
       01 utc-date-display     pic 9(8).
       01 utc-minute-of-day    pic 9(4) usage comp-5.
       01 utc-hour-display     pic 99.
       01 utc-minute-display   pic 99.
       01 utc-stamp            pic x(16).

      *> HTML escaping - same escaping tagview.cbl keeps locally.
       01 esc-value             pic x(1000).
       01 esc-out-idx           pic 9(4) usage comp-5.
       01 esc-src-idx           pic 9(4) usage comp-5.
       01 esc-cur-char          pic x(1).
       01 esc-source            pic x(300).

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
      *> Appended transport fields, in httphandler.cbl's order - the
      *> site id is what this controller scopes its data calls by.
           05 api-key-header pic x(64).
           05 referrer-header pic x(200).
           05 sso-user-header pic x(50).
           05 site-id-header pic x(20).

      *> Public event listings and calendar feeds for the site the
      *> request came in on:
      *>   /events                         upcoming events
      *>   /events/past                    finished events
      *>   /events/calendar.ics            iCalendar feed
      *>   /events/tag/<tag>[/past|/calendar.ics]  the same, for
      *>                                   events carrying <tag>
      *> A finished event drops off the upcoming list by itself; a
      *> cancelled one stays, marked, and goes out in the feed as
      *> STATUS:CANCELLED with a raised SEQUENCE so subscribed
      *> calendars strike it through.
       procedure division using path-values http-request-data.

       main-paragraph.
           accept site-base-env from environment "SITE_BASE_URL"
           if site-base-env not = spaces
               move site-base-env to site-base-url
           end-if
           perform read-site-settings
           perform extract-event-path

           if event-tag not = spaces
               move function concatenate(
                   "/tag/", function trim(event-tag)
               ) to tag-path-part
           else
               move spaces to tag-path-part
           end-if

           if function trim(event-view) = "calendar.ics"
               perform render-calendar-feed
           else
               perform resolve-viewer-role
               perform render-event-page
           end-if
           goback.

       read-site-settings section.
           move "get" to settings-action.
           move "site_title" to settings-key.
           if function trim(site-id-header) not = spaces
               and function trim(site-id-header) not = "main"
               move function concatenate(
                   "site_title@", function trim(site-id-header)
               ) to settings-key
           end-if.
           call "settings" using settings-request settings-response.
           if settings-success = "Y"
               and settings-value-out not = spaces
               move settings-value-out(1:99) to site-title
           end-if.
           move spaces to event-timezone.
           move "get" to settings-action.
           move "event_timezone" to settings-key.
           call "settings" using settings-request settings-response.
           if settings-success = "Y"
               move settings-value-out(1:60) to event-timezone
           end-if.

       extract-event-path section.
           move spaces to event-view.
           move spaces to event-tag.
           perform varying name-scan-index from 1 by 1
               until name-scan-index > 10
               evaluate function trim(
                   path-query-value-name(name-scan-index))
                   when "view"
                       move path-query-value(name-scan-index)(1:20)
                           to event-view
                   when "tag"
                       move path-query-value(name-scan-index)(1:30)
                           to event-tag
               end-evaluate
           end-perform.
           move function lower-case(event-view) to event-view.

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

       list-events section.
           *> eq-scope and eq-limit are set by the caller.
           move "list" to eq-action.
           move 0 to eq-content-id.
           move site-id-header to eq-site.
           move event-tag to eq-tag.
           call "events" using event-request event-response.

       render-event-page section.
           if function trim(event-view) = "past"
               move "past" to eq-scope
           else
               move "upcoming" to eq-scope
           end-if.
           move 50 to eq-limit.
           move viewer-role to eq-viewer-role.
           perform list-events.

           display "Content-Type: text/html"
           display " "
           move site-title to esc-source
           perform escape-html-value
           display "<html><head><title>Events - "
               function trim(esc-value) "</title>"
           display "<link rel='alternate' type='text/calendar'"
               " href='/events" function trim(tag-path-part)
               "/calendar.ics'>"
           display "</head>"
           display "<body>"
           move event-tag to esc-source
           perform escape-html-value
           if eq-scope = "past"
               display "<h1>Past events"
                   with no advancing
           else
               display "<h1>Upcoming events"
                   with no advancing
           end-if
           if event-tag not = spaces
               display " tagged '" function trim(esc-value) "'"
                   with no advancing
           end-if
           display "</h1>"

           if er-row-count = 0
               if eq-scope = "past"
                   display "<p>No past events.</p>"
               else
                   display "<p>Nothing is coming up at the"
                       " moment.</p>"
               end-if
           else
               display "<ul class='events'>"
               perform varying row-index from 1 by 1
                   until row-index > er-row-count
                   perform render-one-event-item
               end-perform
               display "</ul>"
           end-if

           if eq-scope = "past"
               display "<p><a href='/events"
                   function trim(tag-path-part)
                   "'>Upcoming events</a></p>"
           else
               display "<p><a href='/events"
                   function trim(tag-path-part)
                   "/past'>Past events</a></p>"
           end-if
           display "<p><a href='/events" function trim(tag-path-part)
               "/calendar.ics'>Subscribe in your calendar</a></p>"
           display "<p><a href='/'>Return to the home page</a></p>"
           display "</body></html>".

       render-one-event-item section.
           perform build-when-text.
           move er-content-id(row-index) to id-display.
           if function trim(er-status(row-index)) = "cancelled"
               display "<li class='event cancelled'>"
                   "<strong>Cancelled:</strong> <del>"
                   with no advancing
           else
               display "<li class='event'>" with no advancing
           end-if
           display function trim(when-text) " - "
               with no advancing
           move er-title(row-index) to esc-source
           perform escape-html-value
           display "<a href='/page/" function trim(id-display) "'>"
               function trim(esc-value) "</a>"
               with no advancing
           if er-location(row-index) not = spaces
               move er-location(row-index) to esc-source
               perform escape-html-value
               display ", " function trim(esc-value)
                   with no advancing
           end-if
           if function trim(er-status(row-index)) = "cancelled"
               display "</del>" with no advancing
           else
               if er-registration(row-index) not = spaces
                   and eq-scope not = "past"
                   move er-registration(row-index) to esc-source
                   perform escape-html-value
                   display " <a class='register' href='"
                       function trim(esc-value) "'>Register</a>"
                       with no advancing
               end-if
           end-if
           display "</li>".

       build-when-text section.
           *> "2026-11-03 18:30 to 21:00" on one day, the full end
           *> otherwise; dates alone for an all-day event.
           move er-all-day(row-index) to all-day-in.
           move er-start(row-index) to stamp-in.
           perform format-stamp.
           move stamp-text to when-text.
           if er-end(row-index) = spaces
               or er-end(row-index) = er-start(row-index)
               exit section
           end-if.
           move er-end(row-index) to stamp-in.
           perform format-stamp.
           if all-day-in not = "Y"
               and er-end(row-index)(1:8) = er-start(row-index)(1:8)
               move function concatenate(
                   function trim(when-text), " to ", stamp-text(12:5)
               ) to when-text
           else
               move function concatenate(
                   function trim(when-text), " to ",
                   function trim(stamp-text)
               ) to when-text
           end-if.

       format-stamp section.
           if all-day-in = "Y"
               move function concatenate(
                   stamp-in(1:4), "-", stamp-in(5:2), "-",
                   stamp-in(7:2)
               ) to stamp-text
           else
               move function concatenate(
                   stamp-in(1:4), "-", stamp-in(5:2), "-",
                   stamp-in(7:2), " ", stamp-in(9:2), ":",
                   stamp-in(11:2)
               ) to stamp-text
           end-if.

       render-calendar-feed section.
           move "calendar" to eq-scope.
           move 50 to eq-limit.
           move spaces to eq-viewer-role.
           perform list-events.
           perform compute-utc-now.

           move site-base-url to site-host.
           if site-host(1:8) = "https://"
               move site-base-url(9:92) to site-host
           else
               if site-host(1:7) = "http://"
                   move site-base-url(8:93) to site-host
               end-if
           end-if.
           unstring site-host delimited by "/" into site-host
           end-unstring.

           display "Content-Type: text/calendar; charset=utf-8"
           display " "
           move "BEGIN:VCALENDAR" to ics-line.
           perform emit-ics-line.
           move "VERSION:2.0" to ics-line.
           perform emit-ics-line.
           move "PRODID:-//NodeBOL CMS//Events//EN" to ics-line.
           perform emit-ics-line.
           move "CALSCALE:GREGORIAN" to ics-line.
           perform emit-ics-line.
           move "METHOD:PUBLISH" to ics-line.
           perform emit-ics-line.
           if event-tag not = spaces
               move function concatenate(
                   function trim(site-title), " events - ",
                   function trim(event-tag)
               ) to ics-text-in
           else
               move function concatenate(
                   function trim(site-title), " events"
               ) to ics-text-in
           end-if.
           perform escape-ics-text.
           move function concatenate(
               "X-WR-CALNAME:", function trim(ics-text-out)
           ) to ics-line.
           perform emit-ics-line.
           if event-timezone not = spaces
               move function concatenate(
                   "X-WR-TIMEZONE:", function trim(event-timezone)
               ) to ics-line
               perform emit-ics-line
           end-if.
           perform varying row-index from 1 by 1
               until row-index > er-row-count
               perform emit-one-vevent
           end-perform.
           move "END:VCALENDAR" to ics-line.
           perform emit-ics-line.

       emit-one-vevent section.
           move er-content-id(row-index) to id-display.
           move function concatenate(
               function trim(site-base-url), "/page/",
               function trim(id-display)
           ) to page-url.
           move "BEGIN:VEVENT" to ics-line.
           perform emit-ics-line.
           move function concatenate(
               "UID:event-", function trim(id-display), "@",
               function trim(site-host)
           ) to ics-line.
           perform emit-ics-line.
           move function concatenate("DTSTAMP:", utc-stamp)
               to ics-line.
           perform emit-ics-line.
           move er-sequence(row-index) to sequence-display.
           move function concatenate(
               "SEQUENCE:", function trim(sequence-display)
           ) to ics-line.
           perform emit-ics-line.
           if function trim(er-status(row-index)) = "cancelled"
               move "STATUS:CANCELLED" to ics-line
           else
               move "STATUS:CONFIRMED" to ics-line
           end-if.
           perform emit-ics-line.

           *> All-day events run to the day after their last day,
           *> as iCalendar counts a DATE end as exclusive.
           if er-all-day(row-index) = "Y"
               move function concatenate(
                   "DTSTART;VALUE=DATE:", er-start(row-index)(1:8)
               ) to ics-line
               perform emit-ics-line
               move er-end(row-index) to ics-end-stamp
               if ics-end-stamp = spaces
                   move er-start(row-index) to ics-end-stamp
               end-if
               compute day-number = function integer-of-date(
                   function numval(ics-end-stamp(1:8))) + 1
               move function date-of-integer(day-number)
                   to ics-end-stamp(1:8)
               move function concatenate(
                   "DTEND;VALUE=DATE:", ics-end-stamp(1:8)
               ) to ics-line
               perform emit-ics-line
           else
               if event-timezone not = spaces
                   move function concatenate(
                       ";TZID=", function trim(event-timezone)
                   ) to ics-date-param
               else
                   move spaces to ics-date-param
               end-if
               move function concatenate(
                   "DTSTART", function trim(ics-date-param), ":",
                   er-start(row-index)(1:8), "T",
                   er-start(row-index)(9:4), "00"
               ) to ics-line
               perform emit-ics-line
               if er-end(row-index) not = spaces
                   move function concatenate(
                       "DTEND", function trim(ics-date-param), ":",
                       er-end(row-index)(1:8), "T",
                       er-end(row-index)(9:4), "00"
                   ) to ics-line
                   perform emit-ics-line
               end-if
           end-if.

           move er-title(row-index) to ics-text-in.
           perform escape-ics-text.
           if function trim(er-status(row-index)) = "cancelled"
               move function concatenate(
                   "SUMMARY:Cancelled: ", function trim(ics-text-out)
               ) to ics-line
           else
               move function concatenate(
                   "SUMMARY:", function trim(ics-text-out)
               ) to ics-line
           end-if.
           perform emit-ics-line.
           if er-location(row-index) not = spaces
               move er-location(row-index) to ics-text-in
               perform escape-ics-text
               move function concatenate(
                   "LOCATION:", function trim(ics-text-out)
               ) to ics-line
               perform emit-ics-line
           end-if.
           move function concatenate("URL:", function trim(page-url))
               to ics-line.
           perform emit-ics-line.
           if er-registration(row-index) not = spaces
               move function concatenate(
                   "Register: ", function trim(er-registration
                   (row-index))
               ) to ics-text-in
               perform escape-ics-text
               move function concatenate(
                   "DESCRIPTION:", function trim(ics-text-out), "\n",
                   function trim(page-url)
               ) to ics-line
           else
               move function concatenate(
                   "DESCRIPTION:", function trim(page-url)
               ) to ics-line
           end-if.
           perform emit-ics-line.
           move "END:VEVENT" to ics-line.
           perform emit-ics-line.

       escape-ics-text section.
           move spaces to ics-text-out.
           move function length(function trim(ics-text-in trailing))
               to ics-in-len.
           move 1 to ics-out-pos.
           perform varying ics-in-pos from 1 by 1
               until ics-in-pos > ics-in-len
               move ics-text-in(ics-in-pos:1) to ics-char
               evaluate ics-char
                   when "\"
                   when ";"
                   when ","
                       move "\" to ics-text-out(ics-out-pos:1)
                       add 1 to ics-out-pos
                       move ics-char to ics-text-out(ics-out-pos:1)
                   when x"0A"
                       move "\n" to ics-text-out(ics-out-pos:2)
                       add 1 to ics-out-pos
                   when x"0D"
                       subtract 1 from ics-out-pos
                   when other
                       move ics-char to ics-text-out(ics-out-pos:1)
               end-evaluate
               add 1 to ics-out-pos
           end-perform.

       emit-ics-line section.
           *> Folds at 75 octets: the first piece whole, every
           *> following piece a space and 74 more.
           move function length(function trim(ics-line trailing))
               to ics-line-len.
           move 1 to ics-pos.
           move 75 to ics-chunk.
           perform until ics-pos > ics-line-len
               if ics-pos + ics-chunk - 1 > ics-line-len
                   compute ics-chunk = ics-line-len - ics-pos + 1
               end-if
               if ics-pos = 1
                   display ics-line(ics-pos:ics-chunk) ics-cr
               else
                   display " " ics-line(ics-pos:ics-chunk) ics-cr
               end-if
               add ics-chunk to ics-pos
               move 74 to ics-chunk
           end-perform.

       compute-utc-now section.
           move function current-date to clock-now.
           compute utc-minutes = function integer-of-date(
               function numval(clock-now(1:8))) * 1440
               + function numval(clock-now(9:2)) * 60
               + function numval(clock-now(11:2)).
           move 0 to offset-minutes.
           if clock-now(18:4) is numeric
               compute offset-minutes =
                   function numval(clock-now(18:2)) * 60
                   + function numval(clock-now(20:2))
               if clock-now(17:1) = "-"
                   compute offset-minutes = 0 - offset-minutes
               end-if
           end-if.
           subtract offset-minutes from utc-minutes.
           compute utc-day = utc-minutes / 1440.
           compute utc-minute-of-day = utc-minutes - utc-day * 1440.
           compute utc-hour-display = utc-minute-of-day / 60.
           compute utc-minute-display =
               utc-minute-of-day - utc-hour-display * 60.
           move function date-of-integer(utc-day) to utc-date-display.
           move function concatenate(
               utc-date-display, "T",
               utc-hour-display, utc-minute-display,
               clock-now(13:2), "Z"
           ) to utc-stamp.

       escape-html-value section.
           move spaces to esc-value
           move 1 to esc-out-idx
           move 1 to esc-src-idx
           perform until esc-src-idx >
               function length(function trim(esc-source))
               move esc-source(esc-src-idx:1) to esc-cur-char
               evaluate esc-cur-char
                   when "<"
                       move "&lt;" to esc-value(esc-out-idx:4)
                       add 4 to esc-out-idx
                   when ">"
                       move "&gt;" to esc-value(esc-out-idx:4)
                       add 4 to esc-out-idx
                   when "&"
                       move "&amp;" to esc-value(esc-out-idx:5)
                       add 5 to esc-out-idx
                   when """"
                       move "&quot;" to esc-value(esc-out-idx:6)
                       add 6 to esc-out-idx
                   when "'"
                       move "&#39;" to esc-value(esc-out-idx:5)
                       add 5 to esc-out-idx
                   when other
                       move esc-cur-char to esc-value(esc-out-idx:1)
                       add 1 to esc-out-idx
               end-evaluate
               add 1 to esc-src-idx
           end-perform.

       end program eventview.
