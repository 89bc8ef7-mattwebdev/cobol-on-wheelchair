               record key is co-id
               file status is comment-file-status.

      *> Editors' best bets - content pinned above the ranked
      *> results for given queries, kept from the admin screens.
           select best-bet-master
               assign to "data/search-best-bets.dat"
               organization is indexed
               access mode is sequential
               record key is bb-id
               file status is best-bet-status.

           select search-index
               assign to "data/search-index.dat"
               organization is indexed
           03 co-submitted-date pic x(20).
           03 co-parent-id      pic 9(10).

       fd  best-bet-master.
       01  best-bet-record.
           03 bb-id             pic 9(6).
           03 bb-queries        pic x(200).
           03 bb-content-ids    pic x(100).
           03 bb-start-date     pic x(10).
           03 bb-end-date       pic x(10).
           03 bb-set-by         pic x(50).
           03 bb-set-stamp      pic x(14).

       fd  search-index.
       01  search-index-record.
           03 six-key.
       01 search-query          pic x(200).
       01 search-language       pic x(5).

      *> content-visibility.cbl's LINKAGE shape with local names -
      *> the visitor's session cookie resolves to a role, and every
      *> content hit (and every comment hit, through the page it sits
      *> on) is vetted under that role, so members-only pages only
      *> turn up for readers allowed to open them.
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

      *> Source filter - the index carries rows from three stores
      *> now, and a caller can ask for just one of them. The admin
      *> media screen runs its media search through here with
               05 qt-field      pic x(1).
               05 qt-word-count pic 9 usage comp-5.
               05 qt-word occurs 4 times pic x(30).
               05 qt-alt-count  pic 9 usage comp-5.
               05 qt-alt occurs 8 times pic x(30).
       01 query-term-index      pic 9 usage comp-5.
       01 qt-alt-index          pic 9 usage comp-5.
       01 word-is-term          pic x(1).

      *> search-terms.cbl's LINKAGE shape with local names - the
      *> editors' synonym dictionary widens a one-word term at query
      *> time, and a search that finds nothing is offered the
      *> nearest spelling the index actually holds.
       01 search-terms-request.
           03 st-action         pic x(10).
           03 st-word           pic x(30).
           03 st-synonyms       pic x(200).
           03 st-changed-by     pic x(50).

       01 search-terms-response.
           03 st-success        pic x(1).
           03 st-message        pic x(200).
           03 st-word-known     pic x(1).
           03 st-suggestion     pic x(30).
           03 st-alt-count      pic 9(2).
           03 st-alt-rows occurs 8 times.
               05 st-alt-word   pic x(30).
               05 st-alt-known  pic x(1).
       01 synonyms-used         pic x(200).
       01 synonyms-used-pos     pic 9(4) usage comp-5.
       01 suggested-query       pic x(300).
       01 suggested-link        pic x(400).
       01 suggested-pos         pic 9(4) usage comp-5.
       01 link-pos              pic 9(4) usage comp-5.
       01 suggest-changed       pic x(1).
       01 suggest-word          pic x(30).
       01 suggest-char          pic x(1).

      *> Best bets - a bet applies when one of its queries, reduced
      *> to upper-cased words single-spaced, equals the visitor's
      *> query reduced the same way, and today sits inside its dates.
      *> Picks link through /search?bestbet= so the click is logged
      *> on the way to the page.
       01 best-bet-status       pic xx.
       01 best-bets-found.
           03 bet-count         pic 9 usage comp-5 value 0.
           03 bet-id occurs 5 times pic 9(10).
       01 bet-index             pic 9 usage comp-5.
       01 bets-shown.
           03 bets-shown-count  pic 9 usage comp-5 value 0.
           03 bets-shown-id occurs 5 times pic 9(10).
       01 bets-shown-list       pic x(60).
       01 bets-shown-pos        pic 9(4) usage comp-5.
       01 bet-id-display        pic z(9)9.
       01 bet-clicked-id        pic 9(10).
       01 bet-clicked-text      pic x(20).
       01 normal-source         pic x(200).
       01 normal-result         pic x(200).
       01 normal-query          pic x(200).
       01 normal-pos            pic 9(4) usage comp-5.
       01 normal-out            pic 9(4) usage comp-5.
       01 normal-len            pic 9(4) usage comp-5.
       01 normal-char           pic x(1).
       01 normal-gap            pic x(1).
       01 bet-query-text        pic x(200).
       01 bet-query-pos         pic 9(4) usage comp-5.
       01 bet-field-pos         pic 9(4) usage comp-5.
       01 bet-ids-text          pic x(100).
       01 bet-id-token          pic x(12).
       01 bet-id-token-len      pic 99 usage comp-5.
       01 bet-matched           pic x(1).
       01 url-encoded-query     pic x(600).
       01 url-pos               pic 9(4) usage comp-5.
       01 url-char              pic x(1).
       01 url-char-code         pic 999 usage comp-5.
       01 url-hex-digits        pic x(16) value "0123456789ABCDEF".
       01 url-hex-high          pic 99 usage comp-5.
       01 url-hex-low           pic 99 usage comp-5.
       01 qt-term-open          pic x(1).
       01 qt-in-quote           pic x(1).
       01 qt-pend-exclude       pic x(1).
       main-paragraph.
           move site-id-header to db-site-id
           perform extract-search-query
           if bet-clicked-id > 0
               perform follow-best-bet
               goback
           end-if
           perform resolve-viewer-role

           display "Content-Type: text/html"
           display " "
               display "<p>" function trim(str-value) "</p>"
           else
               perform run-search
               perform find-best-bets
               perform render-best-bets
               perform render-results
               perform log-search-query
               move search-query to esc-source
           move spaces to search-query
           move spaces to search-language
           move spaces to search-source
           move 0 to bet-clicked-id
           perform varying counter from 1 by 1
               until counter > param-count
               if param-name(counter) = "q"
                   move param-value(counter) to search-query
               end-if
               if param-name(counter) = "bestbet"
                   move param-value(counter)(1:20) to bet-clicked-text
                   if function trim(bet-clicked-text) is numeric
                       move function numval(bet-clicked-text)
                           to bet-clicked-id
                   end-if
               end-if
               if param-name(counter) = "lang"
                   move param-value(counter)(1:5) to search-language
               end-if
               move "all" to search-source
           end-if.

       resolve-viewer-role.
           *> Signed-out visitors carry no session cookie and search
           *> as the public.
           move "viewer" to vis-action
           move spaces to vis-session-id
           perform varying counter from 1 by 1
               until counter > cookie-count
               if cookie-name(counter) = "session_id"
                   move cookie-value(counter)(1:32) to vis-session-id
               end-if
           end-perform
           call "content-visibility" using visibility-request
               visibility-response
           move vis-viewer-role-out to viewer-role.

       escape-json-value section.
           move spaces to json-esc-result
           move function length(function trim(json-esc-source))
           move "Y" to index-available

           perform parse-query-terms
           perform expand-query-synonyms
           move 0 to candidate-count
           perform collect-candidates
           perform verify-all-candidates
           perform end-current-query-word
           perform close-current-term.

       expand-query-synonyms.
           *> Only a lone word widens - a quoted phrase means exactly
           *> those words in that order.
           move spaces to synonyms-used
           move 1 to synonyms-used-pos
           perform varying query-term-index from 1 by 1
               until query-term-index > query-term-count
               move 0 to qt-alt-count(query-term-index)
               if qt-word-count(query-term-index) = 1
                   perform expand-one-term
               end-if
           end-perform.

       expand-one-term.
           move "expand" to st-action
           move qt-word(query-term-index, 1) to st-word
           move spaces to st-synonyms
           move spaces to st-changed-by
           call "search-terms" using search-terms-request
               search-terms-response
           if st-success not = "Y"
               exit paragraph
           end-if
           perform varying qt-alt-index from 1 by 1
               until qt-alt-index > st-alt-count
               if st-alt-known(qt-alt-index) = "Y"
                   add 1 to qt-alt-count(query-term-index)
                   move st-alt-word(qt-alt-index)
                       to qt-alt(query-term-index,
                           qt-alt-count(query-term-index))
                   if qt-exclude(query-term-index) = "N"
                       and synonyms-used-pos < 170
                       string function lower-case(
                           function trim(st-alt-word(qt-alt-index)))
                           delimited by size
                           " " delimited by size
                           into synonyms-used
                           with pointer synonyms-used-pos
                       end-string
                   end-if
               end-if
           end-perform.

       open-new-term.
           if qt-term-open = "N" and query-term-count < 5
               add 1 to query-term-count
           end-perform.

       collect-candidates-for-term.
           move qt-word(query-term-index, 1) to seek-word
           perform collect-candidates-for-word
           perform varying qt-alt-index from 1 by 1
               until qt-alt-index > qt-alt-count(query-term-index)
               move qt-alt(query-term-index, qt-alt-index)
                   to seek-word
               perform collect-candidates-for-word
           end-perform.

       collect-candidates-for-word.
           move seek-word to six-word
           move spaces to search-index-status
           start search-index key is not less than six-word
               invalid key move "10" to search-index-status
               read search-index next record
                   at end move "10" to search-index-status
                   not at end
                       if six-word not = seek-word
                           move "10" to search-index-status
                       else
                           perform add-one-candidate
           move 0 to term-total-hits
           perform varying ip-index from 1 by 1
               until ip-index > ip-count
               perform check-posting-word
               if word-is-term = "Y"
                   and (qt-field(query-term-index) not = "T"
                       or ip-field(ip-index) = "T")
                   perform check-phrase-from-here
               end-if
           end-perform.

       check-posting-word.
           *> The term's own first word, or one of its synonyms.
           move "N" to word-is-term
           if ip-word(ip-index) = qt-word(query-term-index, 1)
               move "Y" to word-is-term
               exit paragraph
           end-if
           perform varying qt-alt-index from 1 by 1
               until qt-alt-index > qt-alt-count(query-term-index)
               if ip-word(ip-index)
                   = qt-alt(query-term-index, qt-alt-index)
                   move "Y" to word-is-term
                   exit perform
               end-if
           end-perform.

       check-phrase-from-here.
           *> A one-word term always matches at its own posting; a
           *> phrase needs each following word at the next position
           end-if
           move spaces to db-data-json
           move db-api-key-value to db-api-key.
           move viewer-role to db-caller-role.
           call "database-interface" using db-request db-response.

       render-results.
           move function current-date(7:2) to today-date(9:2)

           move 0 to results-rendered
           if synonyms-used not = spaces
               move "synonyms_used" to str-key
               perform look-up-label
               move synonyms-used to esc-source
               perform escape-html-value
               display "<p>" function trim(str-value) " "
                   function trim(esc-value) "</p>"
           end-if
           display "<ul>"
           *> Highest score first - the best-ranked remaining
           *> candidate renders, its score zeroes, repeat.
               move "no_results" to str-key
               perform look-up-label
               display "<p>" function trim(str-value) "</p>"
               perform suggest-spelling
           end-if
           move results-rendered to search-result-count.

       suggest-spelling.
           *> The query rebuilt term by term with every word the index
           *> has never seen swapped for its nearest indexed word -
           *> offered only when at least one swap was found.
           move "N" to suggest-changed
           move spaces to suggested-query
           move 1 to suggested-pos
           perform varying query-term-index from 1 by 1
               until query-term-index > query-term-count
               perform suggest-one-term
           end-perform
           if suggest-changed = "N"
               exit paragraph
           end-if

           *> Only letters, digits, spaces, quotes, colons and minus
           *> signs reach the rebuilt query - the link needs no more
           *> encoding than this.
           move spaces to suggested-link
           move 1 to link-pos
           perform varying suggested-pos from 1 by 1
               until suggested-pos >
                   function length(function trim(suggested-query))
               move suggested-query(suggested-pos:1) to suggest-char
               evaluate suggest-char
                   when space
                       string "+" delimited by size
                           into suggested-link with pointer link-pos
                       end-string
                   when '"'
                       string "%22" delimited by size
                           into suggested-link with pointer link-pos
                       end-string
                   when ":"
                       string "%3A" delimited by size
                           into suggested-link with pointer link-pos
                       end-string
                   when other
                       string suggest-char delimited by size
                           into suggested-link with pointer link-pos
                       end-string
               end-evaluate
           end-perform
           move suggested-query to esc-source
           perform escape-html-value
           move "did_you_mean" to str-key
           perform look-up-label
           display "<p>" function trim(str-value)
               " <a href='/search?q=" function trim(suggested-link)
               "&amp;source=" function trim(search-source) "'>"
               function trim(esc-value) "</a></p>".

       suggest-one-term.
           if qt-exclude(query-term-index) = "Y"
               string "-" delimited by size
                   into suggested-query with pointer suggested-pos
               end-string
           end-if
           if qt-field(query-term-index) = "T"
               string "title:" delimited by size
                   into suggested-query with pointer suggested-pos
               end-string
           end-if
           if qt-word-count(query-term-index) > 1
               string '"' delimited by size
                   into suggested-query with pointer suggested-pos
               end-string
           end-if
           perform varying phrase-word-index from 1 by 1
               until phrase-word-index
                   > qt-word-count(query-term-index)
               move qt-word(query-term-index, phrase-word-index)
                   to suggest-word
               if qt-exclude(query-term-index) = "N"
                   perform suggest-one-word
               end-if
               if phrase-word-index > 1
                   string " " delimited by size
                       into suggested-query with pointer suggested-pos
                   end-string
               end-if
               string function lower-case(function trim(suggest-word))
                   delimited by size
                   into suggested-query with pointer suggested-pos
               end-string
           end-perform
           if qt-word-count(query-term-index) > 1
               string '"' delimited by size
                   into suggested-query with pointer suggested-pos
               end-string
           end-if
           string " " delimited by size
               into suggested-query with pointer suggested-pos
           end-string.

       suggest-one-word.
           move "suggest" to st-action
           move suggest-word to st-word
           move spaces to st-synonyms
           move spaces to st-changed-by
           call "search-terms" using search-terms-request
               search-terms-response
           if st-success = "Y" and st-word-known = "N"
               and st-suggestion not = spaces
               move st-suggestion to suggest-word
               move "Y" to suggest-changed
           end-if.

       render-one-candidate.
           move cand-id(candidate-index) to six-content-id
           perform classify-candidate-id
           ) to db-filters
           move spaces to db-data-json
           move db-api-key-value to db-api-key
           move viewer-role to db-caller-role
           call "database-interface" using db-request db-response
           if db-success not = "Y"
               exit paragraph
           if co-status not = "approved"
               exit paragraph
           end-if
           *> A conversation under a members-only page is as
           *> restricted as the page.
           move "check" to vis-action
           move co-content-id to vis-content-id
           move viewer-role to vis-viewer-role
           call "content-visibility" using visibility-request
               visibility-response
           if vis-allowed not = "Y"
               exit paragraph
           end-if
           move co-content-id to cand-id-display
           move co-body(1:150) to esc-source
           perform escape-html-value
               function trim(item-title) "</a></li>"
           add 1 to results-rendered.

       find-best-bets.
           move 0 to bet-count
           move function current-date(1:4) to today-date
           move "-" to today-date(5:1)
           move function current-date(5:2) to today-date(6:2)
           move "-" to today-date(8:1)
           move function current-date(7:2) to today-date(9:2)
           move search-query to normal-source
           perform normalize-query-text
           move normal-result to normal-query
           if normal-query = spaces
               exit paragraph
           end-if
           open input best-bet-master
           if best-bet-status not = "00"
               exit paragraph
           end-if
           perform until best-bet-status not = "00"
               read best-bet-master next record
                   at end move "10" to best-bet-status
                   not at end
                       perform check-one-best-bet
               end-read
           end-perform
           close best-bet-master
           move spaces to best-bet-status.

       check-one-best-bet.
           if bb-start-date not = spaces
               and bb-start-date > today-date
               exit paragraph
           end-if
           if bb-end-date not = spaces
               and bb-end-date < today-date
               exit paragraph
           end-if
           *> The bet's queries are ";"-separated.
           move "N" to bet-matched
           move 1 to bet-field-pos
           perform until bet-field-pos > 200 or bet-matched = "Y"
               move spaces to bet-query-text
               unstring bb-queries delimited by ";"
                   into bet-query-text
                   with pointer bet-field-pos
               end-unstring
               if bet-query-text not = spaces
                   move bet-query-text to normal-source
                   perform normalize-query-text
                   if normal-result = normal-query
                       move "Y" to bet-matched
                   end-if
               end-if
           end-perform
           if bet-matched = "N"
               exit paragraph
           end-if
           move bb-content-ids to bet-ids-text
           move spaces to bet-id-token
           move 0 to bet-id-token-len
           perform varying bet-query-pos from 1 by 1
               until bet-query-pos > 100
               if bet-ids-text(bet-query-pos:1) is numeric
                   and bet-ids-text(bet-query-pos:1) not = space
                   if bet-id-token-len < 10
                       add 1 to bet-id-token-len
                       move bet-ids-text(bet-query-pos:1)
                           to bet-id-token(bet-id-token-len:1)
                   end-if
               else
                   perform add-one-bet-id
               end-if
           end-perform
           perform add-one-bet-id.

       add-one-bet-id.
           if bet-id-token-len > 0 and bet-count < 5
               add 1 to bet-count
               move function numval(bet-id-token) to bet-id(bet-count)
               perform varying bet-index from 1 by 1
                   until bet-index >= bet-count
                   if bet-id(bet-index) = bet-id(bet-count)
                       subtract 1 from bet-count
                       exit perform
                   end-if
               end-perform
           end-if
           move spaces to bet-id-token
           move 0 to bet-id-token-len.

       normalize-query-text.
           *> normal-source as upper-cased letters and digits, one
           *> space between words - "Opening  hours?" and "opening
           *> hours" are the same ask.
           move spaces to normal-result
           move 0 to normal-out
           move "N" to normal-gap
           move function length(function trim(normal-source))
               to normal-len
           move function trim(normal-source) to normal-source
           perform varying normal-pos from 1 by 1
               until normal-pos > normal-len
               move normal-source(normal-pos:1) to normal-char
               if normal-char is alphabetic-upper
                   or normal-char is alphabetic-lower
                   or (normal-char is numeric
                       and normal-char not = space)
                   if normal-gap = "Y" and normal-out > 0
                       and normal-out < 200
                       add 1 to normal-out
                   end-if
                   move "N" to normal-gap
                   if normal-out < 200
                       add 1 to normal-out
                       move function upper-case(normal-char)
                           to normal-result(normal-out:1)
                   end-if
               else
                   move "Y" to normal-gap
               end-if
           end-perform.

       render-best-bets.
           *> Pinned picks above the ranked list, each vetted like a
           *> ranked content hit - a bet on a page that is unpublished
           *> or not for this reader simply does not show.
           move 0 to bets-shown-count
           if bet-count = 0
               exit paragraph
           end-if
           perform url-encode-query
           perform varying bet-index from 1 by 1
               until bet-index > bet-count
               perform render-one-best-bet
           end-perform
           if bets-shown-count > 0
               display "</ul></div>"
           end-if.

       render-one-best-bet.
           move bet-id(bet-index) to bet-id-display
           move "content" to db-action
           move "get-by-id" to db-operation
           move function concatenate(
               '{"id":"', function trim(bet-id-display), '"}'
           ) to db-filters
           move spaces to db-data-json
           move db-api-key-value to db-api-key
           move viewer-role to db-caller-role
           call "database-interface" using db-request db-response
           if db-success not = "Y"
               exit paragraph
           end-if
           move db-resp-data-json to one-object-json
           move "status" to json-field-name
           perform extract-from-one-object
           if function trim(json-extracted(1:20)) not = "published"
               exit paragraph
           end-if
           move "publishDate" to json-field-name
           perform extract-from-one-object
           move json-extracted(1:20) to item-pubdate
           if function trim(item-pubdate) not = spaces
               and item-pubdate(1:10) > today-date
               exit paragraph
           end-if
           move "title" to json-field-name
           perform extract-from-one-object
           move json-extracted to esc-source
           perform escape-html-value

           if bets-shown-count = 0
               move "best_bets" to str-key
               perform look-up-label
               display "<div class='best-bets'>"
               display "<h2>" function trim(str-value) "</h2>"
               display "<ul>"
           end-if
           add 1 to bets-shown-count
           move bet-id(bet-index) to bets-shown-id(bets-shown-count)
           display "<li class='best-bet'><a href='/search?bestbet="
               function trim(bet-id-display) "&amp;q="
               function trim(url-encoded-query) "'>"
               function trim(esc-value) "</a></li>".

       url-encode-query.
           *> Letters and digits as they are, spaces as "+", the rest
           *> as %XX.
           move spaces to url-encoded-query
           move 1 to url-pos
           perform varying normal-pos from 1 by 1
               until normal-pos >
                   function length(function trim(search-query))
               or url-pos > 594
               move search-query(normal-pos:1) to url-char
               evaluate true
                   when url-char is alphabetic-upper
                       or url-char is alphabetic-lower
                       or (url-char is numeric and url-char not = space)
                       string url-char delimited by size
                           into url-encoded-query with pointer url-pos
                       end-string
                   when url-char = space
                       string "+" delimited by size
                           into url-encoded-query with pointer url-pos
                       end-string
                   when other
                       compute url-char-code =
                           function ord(url-char) - 1
                       divide url-char-code by 16
                           giving url-hex-high remainder url-hex-low
                       string "%" delimited by size
                           url-hex-digits(url-hex-high + 1:1)
                               delimited by size
                           url-hex-digits(url-hex-low + 1:1)
                               delimited by size
                           into url-encoded-query with pointer url-pos
                       end-string
               end-evaluate
           end-perform.

       follow-best-bet.
           *> The click is logged against the query it was offered
           *> for, then the reader goes on to the page.
           move function current-date to query-log-timestamp
           open extend search-query-log
           if query-log-status not = "00"
               open output search-query-log
               close search-query-log
               open extend search-query-log
           end-if
           move bet-clicked-id to bet-id-display
           move function concatenate(
               query-log-timestamp(1:8), " ",
               query-log-timestamp(9:6), " | click | ",
               function trim(search-query), " | best bet ",
               function trim(bet-id-display)
           ) to search-query-line
           write search-query-line
           close search-query-log
           display "Status: 302 Found"
           display function concatenate(
               "Location: /page/", function trim(bet-id-display)
           )
           display "Cache-Control: private, no-store"
           display "Content-Type: text/html"
           display " "
           display "<html><body><p><a href='/page/"
               function trim(bet-id-display) "'>Continue to page #"
               function trim(bet-id-display) "</a></p></body></html>".

       log-search-query.
           move function current-date to query-log-timestamp
           open extend search-query-log
               function trim(result-count-display), " | ",
               function trim(search-query)
           ) to search-query-line
           *> Best bets shown ride along as a fourth field.
           if bets-shown-count > 0
               move spaces to bets-shown-list
               move 1 to bets-shown-pos
               perform varying bet-index from 1 by 1
                   until bet-index > bets-shown-count
                   move bets-shown-id(bet-index) to bet-id-display
                   string " " delimited by size
                       function trim(bet-id-display) delimited by size
                       into bets-shown-list
                       with pointer bets-shown-pos
                   end-string
               end-perform
               move function concatenate(
                   function trim(search-query-line), " | best bets",
                   function trim(bets-shown-list, trailing)
               ) to search-query-line
           end-if
           write search-query-line
           close search-query-log.

