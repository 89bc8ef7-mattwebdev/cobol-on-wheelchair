               organization is line sequential
               file status is dispatch-log-status.

      *> Client addresses block-scanners caught probing the site -
      *> a standing block is refused before any other work.
           select blocked-callers
               assign to "data/blocked-callers.dat"
               organization is indexed
               access mode is random
               record key is bk-caller
               file status is blocked-status.

       data division.
       file section.
       fd  routes-file.
       01  routes-file-line     pic x(600).

       fd  redirects-file.
       01  redirects-file-line  pic x(500).
           03 filler            pic x(510).
           03 msl-file-path     pic x(500).
           03 msl-file-size     pic 9(10).
           03 filler            pic x(925).
           03 msl-status        pic x(10).
           03 msl-thumbnail-path pic x(500).
           03 filler            pic x(659).

       fd  sites-conf.
       01  sites-conf-line      pic x(200).
       fd  dispatch-log.
       01  dispatch-log-line    pic x(300).

       fd  blocked-callers.
       01  blocked-caller-record.
           03 bk-caller         pic x(64).
           03 bk-status         pic x(10).
           03 bk-reason         pic x(60).
           03 bk-hits           pic 9(6).
           03 bk-sample-path    pic x(100).
           03 bk-blocked-stamp  pic x(14).
           03 bk-expires-stamp  pic x(14).
           03 bk-lifted-stamp   pic x(14).
           03 bk-lifted-by      pic x(50).
           03 bk-block-count    pic 9(4).

       working-storage section.
       01 routes-file-status    pic xx.
       01 dispatch-log-status   pic xx.
      *> report have something to aggregate.
       01 request-start-stamp   pic x(21).

      *> Visitor-level log fields - the caller identity (the API
      *> key's owner and fingerprint when a key came with the
      *> request - never the key itself - otherwise the client
      *> address: the same choice the rate limiter makes), a
      *> human/bot class off the user agent, and the referrer.
       01 log-caller-identity   pic x(64).

      *> api-key-identity.cbl's LINKAGE shape with local names.
       01 key-identity-request.
           03 ki-action         pic x(10).
           03 ki-api-key        pic x(64).

       01 key-identity-response.
           03 ki-success        pic x(1).
           03 ki-owner          pic x(50).
           03 ki-fingerprint    pic x(8).
           03 ki-log-identity   pic x(64).
       01 agent-class           pic x(1).
       01 user-agent-header     pic x(200).
       01 user-agent-lower      pic x(200).
      *> open. Checked before dispatch; refusals land in the
      *> dispatch log.
               05 routing-allow-list    pic x(100).
      *> Optional seventh column: security-header overrides for the
      *> route, comma-separated name=value items over the site-wide
      *> set - csp, hsts, frame, nosniff, referrer; a value of "off"
      *> drops that header. The admin screens are the case in point:
      *> "/admin|GET|admin|Y|0||frame=DENY,referrer=no-referrer,
      *> csp=default-src 'self'; frame-ancestors 'none'" (one line).
               05 routing-header-overrides pic x(300).

      *> Rate limiting - the fifth routes.conf field is each route's
      *> per-minute request ceiling (zero or blank means unlimited),
       01 slug-candidate        pic x(80).
       01 slug-id-display       pic z(9)9.
       01 request-throttled     pic x(1) value "N".
       01 blocked-status        pic xx.
       01 caller-blocked        pic x(1) value "N".
       01 address-refused       pic x(1) value "N".
       01 allow-list-text       pic x(100).
       01 allow-list-len        pic 9(4) usage comp-5.
           03 el-request-path   pic x(200).
       01 conf-line-len          pic 9(4).
       01 conf-pos               pic 9(4).
       01 conf-part              pic x(300).
       01 conf-part-len          pic 9(4).
       01 conf-scan-text         pic x(600).

       01 request-path           pic x(200).
       01 matched-index          pic 99 usage comp-5 value 0.
           05 referrer-header pic x(200).
           05 sso-user-header pic x(50).
           05 site-id-header pic x(20).
           05 if-none-match-header pic x(200).
           05 if-modified-since-header pic x(40).
           05 response-outcome pic x(20).

       *> Per-route auth, checked by CALLing auth's
       *> existing "check" session-lookup action - same LINKAGE shape
           03 settings-value-out pic x(200).

       01 maintenance-mode      pic x(1) value "N".

      *> Security response headers - the site-wide set comes from
      *> the settings store (a missing row falls back to the
      *> defaults below, "off" drops the header), then the matched
      *> route's routes.conf overrides apply. Emitted once per
      *> request ahead of whatever the controller or the static,
      *> cache and upload paths display, so every response carries
      *> the same set.
       01 security-headers-sent pic x(1) value "N".
       01 header-values.
           03 header-csp        pic x(300).
           03 header-hsts       pic x(300).
           03 header-frame      pic x(300).
           03 header-nosniff    pic x(300).
           03 header-referrer   pic x(300).
       01 header-override-text  pic x(300).
       01 header-override-len   pic 9(4) usage comp-5.
       01 header-override-pos   pic 9(4) usage comp-5.
       01 header-item           pic x(300).
       01 header-item-len       pic 9(4) usage comp-5.
       01 header-item-char      pic x(1).
       01 header-item-name      pic x(20).
       01 header-name-len       pic 9(4) usage comp-5.
       01 header-item-value     pic x(300).
       01 maintenance-blocked   pic x(1) value "N".

      *> The visit's outside referrer - set once, on the first page
      *> request that arrives from another site, as a browser
      *> session cookie. submitform.cbl files it with a submission
      *> so enquiries can be traced back to where the visit began.
       01 visit-ref-seen        pic x(1).
       01 visit-ref-value       pic x(100).
       01 visit-ref-host        pic x(100).
       01 visit-ref-scheme-len  pic 9(4) usage comp-5.
       01 visit-ref-host-start  pic 9(4) usage comp-5.
       01 visit-ref-host-end    pic 9(4) usage comp-5.

      *> Full-page cache for anonymous GET traffic - the pages
      *> publish-static-site renders under site/ double as the cache.
      *> A hit serves the flat file without loading a controller;
       01 range-start-display   pic z(9)9.
       01 range-end-display     pic z(9)9.
       01 upload-size-known     pic x(1).
      *> A file the malware scan quarantined - its row (or its
      *> thumbnail's) says so, and neither is served.
       01 upload-withheld       pic x(1).
      *> How an upload was answered, for the dispatch log in place of
      *> the plain STATIC - UPLOAD-FULL (the whole file, 200),
      *> UPLOAD-END (a range reaching the file's last byte, so a
      *> resumed download finishing), UPLOAD-PART (any other range)
      *> or UPLOAD-HEAD (a probe). The rollup counts a download once
      *> off FULL or END, never per slice.
       01 upload-log-status     pic x(20).

      *> Size lookup over the media store by stored path - named
      *> fields are only what the probe needs; the fillers must grow
       01 session-cookie-value  pic x(32).
       01 cookie-scan-index     pic 99 usage comp-5.

      *> A dispatched request's log line waits until the controller
      *> returns - it may have answered 304 instead of rendering.
      *> The elapsed time is still taken when routing finished.
       01 dispatch-line-pending pic x(1) value "N".

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

       procedure division.

       main-paragraph.
           move function current-date to request-start-stamp
           accept request-path from environment "PATH_INFO"
           if request-path = spaces
               move "/" to request-path
           end-if
           perform check-blocked-caller
           if caller-blocked = "Y"
               accept http-method from environment "REQUEST_METHOD"
               perform log-dispatch
               perform emit-security-headers
               perform render-caller-blocked
               goback
           end-if
           perform initialize-routing-table
           call "httphandler" using http-request-data
           perform resolve-request-site
           move spaces to request-caller-role
               or (http-method = "HEAD"
                   and request-path(1:9) = uploads-url-prefix)
               move "Y" to static-request
               perform emit-security-headers
               perform serve-static-asset
               perform log-dispatch
               goback
               end-if
           end-if
           perform log-dispatch
           perform emit-security-headers
           if request-too-large = "Y"
               perform render-request-too-large
           else
               move 0 to routing-rate-limit(nroutes)
           end-if
           perform extract-conf-part
           move conf-part to routing-allow-list(nroutes)
           perform extract-conf-part
           move conf-part to routing-header-overrides(nroutes).

       extract-conf-part.
           move spaces to conf-part
           move 1 to conf-part-len
           perform until conf-pos > conf-line-len
               or conf-scan-text(conf-pos:1) = "|"
               if conf-part-len <= length of conf-part
                   move conf-scan-text(conf-pos:1)
                       to conf-part(conf-part-len:1)
               end-if
               add 1 to conf-pos
               add 1 to conf-part-len
           end-perform
       seed-default-routes.
           close routes-file
           open output routes-file
           move 46 to nroutes
           move "/" to routing-pattern(1)
           move "GET" to routing-method(1)
           move "indexweb" to routing-destiny(1)
           move "GET" to routing-method(37)
           move "showform" to routing-destiny(37)
           move "N" to routing-auth-required(37)
           move "/confirm-email" to routing-pattern(38)
           move "GET" to routing-method(38)
           move "confirmemail" to routing-destiny(38)
           move "N" to routing-auth-required(38)
           move "/confirm-email" to routing-pattern(39)
           move "POST" to routing-method(39)
           move "confirmemail" to routing-destiny(39)
           move "N" to routing-auth-required(39)
           move 30 to routing-rate-limit(39)
           move "/events" to routing-pattern(40)
           move "GET" to routing-method(40)
           move "eventview" to routing-destiny(40)
           move "N" to routing-auth-required(40)
           move "/events/%view" to routing-pattern(41)
           move "GET" to routing-method(41)
           move "eventview" to routing-destiny(41)
           move "N" to routing-auth-required(41)
           move "/events/tag/%tag" to routing-pattern(42)
           move "GET" to routing-method(42)
           move "eventview" to routing-destiny(42)
           move "N" to routing-auth-required(42)
           move "/events/tag/%tag/%view" to routing-pattern(43)
           move "GET" to routing-method(43)
           move "eventview" to routing-destiny(43)
           move "N" to routing-auth-required(43)
           move "/feedback" to routing-pattern(44)
           move "POST" to routing-method(44)
           move "pagefeedback" to routing-destiny(44)
           move "N" to routing-auth-required(44)
           move 5 to routing-rate-limit(44)
           move "/comment/report/%id" to routing-pattern(45)
           move "GET" to routing-method(45)
           move "commentreport" to routing-destiny(45)
           move "N" to routing-auth-required(45)
           move "/comment/report/%id" to routing-pattern(46)
           move "POST" to routing-method(46)
           move "commentreport" to routing-destiny(46)
           move "N" to routing-auth-required(46)
           move 5 to routing-rate-limit(46)
           perform write-seeded-routes
           close routes-file.

               exit paragraph
           end-if
           move "Y" to cache-served
           perform emit-security-headers
           perform check-file-validators
           if cg-not-modified = "Y"
               close static-asset-file
               exit paragraph
           end-if
           display "Content-Type: text/html"
           display " "
           move "00" to static-file-status

       log-dispatch.
           move function current-date to dispatch-timestamp
           move "N" to dispatch-line-pending
           if caller-blocked = "Y"
               move "BLOCKED" to dispatch-status-text
               perform write-dispatch-line
               exit paragraph
           end-if
           if static-request = "Y"
               if static-refused = "Y"
                   move "STATIC-REFUSED" to dispatch-status-text
               else
                   if response-outcome = "NOT-MODIFIED"
                       move "NOT-MODIFIED" to dispatch-status-text
                   else
                   if upload-log-status not = spaces
                       move upload-log-status to dispatch-status-text
                   else
                       move "STATIC" to dispatch-status-text
                   end-if
                   end-if
               end-if
               perform write-dispatch-line
               exit paragraph
           end-if
           if cache-served = "Y"
               if response-outcome = "NOT-MODIFIED"
                   move "NOT-MODIFIED" to dispatch-status-text
               else
                   move "CACHED" to dispatch-status-text
               end-if
               perform write-dispatch-line
               exit paragraph
           end-if
               end-if
               end-if
           end-if
           if dispatch-status-text = "DISPATCHED"
               move "Y" to dispatch-line-pending
           else
               perform write-dispatch-line
           end-if.

       write-dispatch-line.
           perform compute-elapsed-ms
       resolve-caller-identity.
           move spaces to log-caller-identity
           if api-key-header not = spaces
               move "identify" to ki-action
               move api-key-header to ki-api-key
               call "api-key-identity" using key-identity-request
                   key-identity-response
               move ki-log-identity to log-caller-identity
           else
               accept log-caller-identity
                   from environment "REMOTE_ADDR"

       serve-static-asset.
           move "N" to static-refused
           move spaces to upload-log-status
           move function length(function trim(request-path))
               to static-path-len

               end-if
           end-if

           if request-path(1:9) = uploads-url-prefix
               perform look-up-upload-size
               if upload-withheld = "Y"
                   move "Y" to static-refused
                   display "Status: 403 Forbidden"
                   display "Content-Type: text/html"
                   display " "
                   display "<html><body><h1>403 - This file is"
                       " withheld</h1>"
                   display "<p>It has not passed its malware check"
                       " and is held for an administrator.</p>"
                   display "</body></html>"
                   exit paragraph
               end-if
           end-if

           open input static-asset-file
           if static-file-status not = "00"
               move "Y" to static-refused
           end-if

           if request-path(1:9) = uploads-url-prefix
               if http-method = "HEAD"
                   move "UPLOAD-HEAD" to upload-log-status
                   perform serve-upload-head
                   close static-asset-file
                   exit paragraph
               end-if
           end-if

           perform check-file-validators
           if cg-not-modified = "Y"
               close static-asset-file
               exit paragraph
           end-if
           display "Content-Type: " function trim(static-content-type)
           display " "
           move "00" to static-file-status
                           trim(static-asset-line, trailing)
               end-read
           end-perform
           close static-asset-file
           if request-path(1:9) = uploads-url-prefix
               move "UPLOAD-FULL" to upload-log-status
           end-if.

       check-file-validators.
           *> The file's size and change time make its validators.
           *> A browser already holding this version gets a bodiless
           *> 304; otherwise the ETag and Last-Modified go out ahead
           *> of the Content-Type.
           move "begin" to cg-action
           call "conditional-get" using conditional-request
               conditional-response
           move "file" to cg-action
           move static-asset-path to cg-path
           call "conditional-get" using conditional-request
               conditional-response
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

       look-up-upload-size.
           *> The stored upload size, matched by the path media.cbl
           *> recorded - the probe players use before fetching - and
           *> whether the malware scan has the file quarantined.
           move "N" to upload-size-known
           move "N" to upload-withheld
           move 0 to upload-total-size
           *> The ingest drop folder holds files nobody has scanned
           *> yet - they become servable as media once loaded.
           if static-asset-path(1:17) = "uploads/incoming/"
               move "Y" to upload-withheld
               exit paragraph
           end-if
           open input media-size-lookup
           if media-size-status not = "00"
               exit paragraph
                   not at end
                       if function trim(msl-file-path)
                           = function trim(static-asset-path)
                           or function trim(msl-thumbnail-path)
                           = function trim(static-asset-path)
                           if msl-status = "quarantine"
                               move "Y" to upload-withheld
                           end-if
                           move msl-file-size to upload-total-size
                           move "Y" to upload-size-known
                           move "10" to media-size-status
                   move 9999999999 to range-end
               end-if
           end-if
           if upload-size-known = "Y" and upload-total-size > 0
               and range-end < upload-total-size - 1
               move "UPLOAD-PART" to upload-log-status
           else
               if upload-size-known = "N" and range-has-end = "Y"
                   move "UPLOAD-PART" to upload-log-status
               else
                   move "UPLOAD-END" to upload-log-status
               end-if
           end-if
           display "Status: 206 Partial Content"
           display "Content-Type: " function trim(static-content-type)
           display "Accept-Ranges: bytes"
                   when "login"
                   when "forgotpassword"
                   when "resetpassword"
                   when "confirmemail"
                       *> The way back in stays open.
                       continue
                   when other
               end-if
           end-perform.

       emit-security-headers.
           if security-headers-sent = "Y"
               exit paragraph
           end-if
           move "Y" to security-headers-sent
           move "get" to settings-action
           move "header_content_security_policy" to settings-key
           call "settings" using settings-request settings-response
           if settings-success = "Y"
               and settings-value-out not = spaces
               move settings-value-out to header-csp
           else
               move function concatenate(
                   "default-src 'self'; img-src 'self' data:; ",
                   "style-src 'self' 'unsafe-inline'; ",
                   "script-src 'self'; frame-ancestors 'self'"
               ) to header-csp
           end-if
           move "header_strict_transport_security" to settings-key
           call "settings" using settings-request settings-response
           if settings-success = "Y"
               and settings-value-out not = spaces
               move settings-value-out to header-hsts
           else
               move "max-age=31536000; includeSubDomains"
                   to header-hsts
           end-if
           move "header_x_frame_options" to settings-key
           call "settings" using settings-request settings-response
           if settings-success = "Y"
               and settings-value-out not = spaces
               move settings-value-out to header-frame
           else
               move "SAMEORIGIN" to header-frame
           end-if
           move "header_x_content_type_options" to settings-key
           call "settings" using settings-request settings-response
           if settings-success = "Y"
               and settings-value-out not = spaces
               move settings-value-out to header-nosniff
           else
               move "nosniff" to header-nosniff
           end-if
           move "header_referrer_policy" to settings-key
           call "settings" using settings-request settings-response
           if settings-success = "Y"
               and settings-value-out not = spaces
               move settings-value-out to header-referrer
           else
               move "strict-origin-when-cross-origin"
                   to header-referrer
           end-if

           if matched-found = "Y"
               and routing-header-overrides(matched-index) not = spaces
               perform apply-header-overrides
           end-if

           if header-csp not = spaces
               and function trim(header-csp) not = "off"
               display "Content-Security-Policy: "
                   function trim(header-csp)
           end-if
           if header-hsts not = spaces
               and function trim(header-hsts) not = "off"
               display "Strict-Transport-Security: "
                   function trim(header-hsts)
           end-if
           if header-frame not = spaces
               and function trim(header-frame) not = "off"
               display "X-Frame-Options: " function trim(header-frame)
           end-if
           if header-nosniff not = spaces
               and function trim(header-nosniff) not = "off"
               display "X-Content-Type-Options: "
                   function trim(header-nosniff)
           end-if
           if header-referrer not = spaces
               and function trim(header-referrer) not = "off"
               display "Referrer-Policy: "
                   function trim(header-referrer)
           end-if
           perform emit-visit-referrer-cookie.

       emit-visit-referrer-cookie.
           if http-method not = "GET" or static-request = "Y"
               or referrer-header = spaces
               exit paragraph
           end-if
           move "N" to visit-ref-seen
           perform varying cookie-scan-index from 1 by 1
               until cookie-scan-index > cookie-count
               if cookie-name(cookie-scan-index) = "visit_ref"
                   move "Y" to visit-ref-seen
               end-if
           end-perform
           if visit-ref-seen = "Y"
               exit paragraph
           end-if
           move 0 to visit-ref-scheme-len
           inspect referrer-header tallying visit-ref-scheme-len
               for characters before initial "://"
           compute visit-ref-host-start = visit-ref-scheme-len + 4
           if visit-ref-host-start >= 200
               exit paragraph
           end-if
           perform varying visit-ref-host-end
               from visit-ref-host-start by 1
               until visit-ref-host-end > 200
               or referrer-header(visit-ref-host-end:1) = "/"
               or referrer-header(visit-ref-host-end:1) = space
               continue
           end-perform
           if visit-ref-host-end = visit-ref-host-start
               exit paragraph
           end-if
           move spaces to visit-ref-host
           move referrer-header(visit-ref-host-start:
               visit-ref-host-end - visit-ref-host-start)
               to visit-ref-host
           if request-host not = spaces
               and function trim(visit-ref-host)
                   = function trim(request-host)
               exit paragraph
           end-if
           *> Address only - the query string can carry a search
           *> term or a token, and a cookie value cannot hold ; or ,
           move spaces to visit-ref-value
           unstring referrer-header delimited by "?" or "#" or ";"
               or "," or space or '"'
               into visit-ref-value
           end-unstring
           display "Set-Cookie: visit_ref="
               function trim(visit-ref-value)
               "; Path=/; HttpOnly; SameSite=Lax".

       apply-header-overrides.
           *> Same comma walk as the allow list; each item is
           *> name=value, an unknown name is ignored.
           move routing-header-overrides(matched-index)
               to header-override-text
           move function length(function trim(header-override-text))
               to header-override-len
           move 1 to header-override-pos
           perform until header-override-pos > header-override-len
               move spaces to header-item
               move 0 to header-item-len
               perform until header-override-pos > header-override-len
                   move header-override-text(header-override-pos:1)
                       to header-item-char
                   add 1 to header-override-pos
                   if header-item-char = ","
                       exit perform
                   end-if
                   add 1 to header-item-len
                   move header-item-char
                       to header-item(header-item-len:1)
               end-perform
               *> Split on the first "=" only - a policy value may
               *> carry its own.
               move spaces to header-item-name
               move spaces to header-item-value
               move 0 to header-name-len
               inspect header-item tallying header-name-len
                   for characters before initial "="
               if header-name-len > 0 and header-name-len < 20
                   and header-name-len < header-item-len
                   move header-item(1:header-name-len)
                       to header-item-name
                   move header-item(header-name-len + 2:)
                       to header-item-value
               end-if
               evaluate function lower-case(
                   function trim(header-item-name))
                   when "csp"
                       move function trim(header-item-value)
                           to header-csp
                   when "hsts"
                       move function trim(header-item-value)
                           to header-hsts
                   when "frame"
                       move function trim(header-item-value)
                           to header-frame
                   when "nosniff"
                       move function trim(header-item-value)
                           to header-nosniff
                   when "referrer"
                       move function trim(header-item-value)
                           to header-referrer
                   when other
                       continue
               end-evaluate
           end-perform.

       check-blocked-caller.
           *> By client address only, like the allow list - the
           *> blocklist is a network measure. Expiry is judged here
           *> against the clock, so a block lapses on time even if
           *> the nightly pass has not yet marked it expired. A store
           *> that can't be opened lets the request through.
           move "N" to caller-blocked
           move spaces to remote-addr
           accept remote-addr from environment "REMOTE_ADDR"
           if remote-addr = spaces
               exit paragraph
           end-if
           open input blocked-callers
           if blocked-status not = "00"
               exit paragraph
           end-if
           move remote-addr to bk-caller
           read blocked-callers
               invalid key
                   continue
               not invalid key
                   if function trim(bk-status) = "active"
                       and bk-expires-stamp >
                           function current-date(1:14)
                       move "Y" to caller-blocked
                   end-if
           end-read
           close blocked-callers.

       render-caller-blocked.
           display "Status: 403 Forbidden"
           display "Content-Type: text/html"
           display " "
           display "<html><head><title>403 - Forbidden</title>"
               "</head>"
           display "<body>"
           display "<h1>403 - Forbidden</h1>"
           display "<p>Requests from your network address have been"
               " blocked for a while after repeated probing of this"
               " site.</p>"
           display "</body></html>".

       render-address-refused.
           display "Status: 403 Forbidden"
           display "Content-Type: text/html"
           end-if.

       dispatch-to-destiny.
           move spaces to response-outcome
           call routing-destiny(matched-index)
               using path-values http-request-data
           if dispatch-line-pending = "Y"
               if response-outcome not = spaces
                   move response-outcome to dispatch-status-text
               end-if
               *> Stamped again now the controller is done, so the
               *> logged time covers the whole request.
               move function current-date to dispatch-timestamp
               perform write-dispatch-line
           end-if.

       render-not-found.
           *> A plain "no route matches" message was enough while the
