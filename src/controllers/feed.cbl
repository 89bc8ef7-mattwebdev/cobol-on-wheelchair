       01 item-author           pic x(50).
       01 item-pubdate          pic x(20).
       01 item-excerpt          pic x(300).
       01 item-updated-date     pic x(8).
       01 item-version          pic x(10).

      *> The feed's items, collected before any output so they can
      *> make the feed's validators, then rendered from here.
       01 feed-item-count       pic 99 usage comp-5.
       01 feed-index            pic 99 usage comp-5.
       01 feed-items.
           03 feed-item occurs 20 times.
               05 fi-title      pic x(200).
               05 fi-id         pic x(20).
               05 fi-author     pic x(50).
               05 fi-pubdate    pic x(20).
               05 fi-excerpt    pic x(300).

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

      *> XML escaping - the same five characters the template engines
      *> escape for HTML are the ones RSS needs escaped.
           05 referrer-header pic x(200).
           05 sso-user-header pic x(50).
           05 site-id-header pic x(20).
           05 if-none-match-header pic x(200).
           05 if-modified-since-header pic x(40).
           05 response-outcome pic x(20).

       procedure division using path-values http-request-data.


           perform resolve-feed-scope
           perform probe-feed-total
           perform collect-feed-items
           perform check-feed-validators
           if cg-not-modified = "Y"
               goback
           end-if

           display "Content-Type: application/rss+xml"
           display " "
           display "<link>" function trim(site-base-url) "</link>"
           display "<description>Latest blog posts</description>"

           perform varying feed-index from 1 by 1
               until feed-index > feed-item-count
               perform render-one-feed-item
           end-perform

           display "</channel>"
           display "</rss>"
           move spaces to db-caller-role
           call "database-interface" using db-request db-response.

       collect-feed-items section.
           move 0 to feed-item-count
           move "begin" to cg-action
           call "conditional-get" using conditional-request
               conditional-response
           if feed-total-matches = 0
               exit section
           end-if
           if feed-total-matches > feed-item-limit
               compute feed-first-ordinal =
                   feed-total-matches - feed-item-limit + 1
           else
               move 1 to feed-first-ordinal
           end-if
           perform varying feed-ordinal from feed-total-matches
               by -1 until feed-ordinal < feed-first-ordinal
               perform fetch-feed-ordinal
               if db-success = "Y"
                   move function length(
                       function trim(db-resp-data-json))
                       to result-json-len
                   move 1 to result-scan-pos
                   perform find-next-result-object
                   if more-objects = "Y"
                       perform keep-one-feed-item
                   end-if
               end-if
           end-perform.

       keep-one-feed-item section.
           add 1 to feed-item-count
           move "title" to json-field-name
           perform extract-from-one-object
           move json-extracted(1:200) to fi-title(feed-item-count)

           move "id" to json-field-name
           perform extract-from-one-object
           move json-extracted(1:20) to fi-id(feed-item-count)

           move "author" to json-field-name
           perform extract-from-one-object
           move json-extracted(1:50) to fi-author(feed-item-count)

           move "publishDate" to json-field-name
           perform extract-from-one-object
           move json-extracted(1:20) to fi-pubdate(feed-item-count)

           move "content" to json-field-name
           perform extract-from-one-object
           move json-extracted(1:300) to fi-excerpt(feed-item-count)

           move "updatedDate" to json-field-name
           perform extract-from-one-object
           move json-extracted(1:8) to item-updated-date

           move "version" to json-field-name
           perform extract-from-one-object
           move json-extracted(1:10) to item-version

           *> Folded in newest first, as the feed lists them.
           move "add" to cg-action
           move fi-id(feed-item-count) to cg-item-key
           move item-updated-date to cg-item-date
           move item-version to cg-item-version
           call "conditional-get" using conditional-request
               conditional-response.

       check-feed-validators section.
           *> The items above plus the feed's scope and title. A feed
           *> reader already holding this version gets a bodiless
           *> 304 rather than the whole channel again.
           move "add-text" to cg-action
           move function concatenate(
               function trim(feed-scope-kind), "|",
               function trim(feed-scope-value), "|",
               function trim(site-title), "|",
               function trim(site-base-url)
           ) to cg-text
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

       find-next-result-object section.
           move "N" to more-objects
           move 0 to object-start
           end-if.

       render-one-feed-item section.
           move fi-title(feed-index) to item-title
           move fi-id(feed-index) to item-id
           move fi-author(feed-index) to item-author
           move fi-pubdate(feed-index) to item-pubdate
           move fi-excerpt(feed-index) to item-excerpt

           display "<item>"
           move item-title to esc-source
