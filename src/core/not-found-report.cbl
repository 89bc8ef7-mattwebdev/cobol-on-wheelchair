       identification division.
       program-id. not-found-report.

       environment division.
       input-output section.
       file-control.
           select dispatch-log
               assign to "data/router-requests.log"
               organization is line sequential
               file status is dispatch-log-status.

      *> Same single-writer gate database-interface holds while it
      *> rewrites the redirect table - accept mode takes it so an
      *> accepted line can never be lost under a slug-change rewrite.
           select write-lock-file
               assign to "data/db-write.lock"
               organization is sequential
               file status is write-lock-status.

           select redirects-file
               assign to "data/redirects.conf"
               organization is line sequential
               file status is redirects-file-status.

      *> Slug lookup over the content store - named fields are only
      *> the ones the lookup reads; the filler must grow in step with
      *> database-interface.cbl's content-master-record.
           select slug-lookup
               assign to "data/content.dat"
               organization is indexed
               access mode is dynamic
               record key is sl-id
               file status is slug-lookup-status.

      *> The day's suggestions, one "path|target" line each -
      *> what accept mode reads back.
           select suggestion-file
               assign to "data/not-found-suggestions.txt"
               organization is line sequential
               file status is suggestion-file-status.

           select report-file
               assign to "data/not-found-report.txt"
               organization is line sequential
               file status is report-file-status.

       data division.
       file section.
       fd  dispatch-log.
       01  dispatch-log-line    pic x(300).

       fd  write-lock-file.
       01  write-lock-record    pic x(1).

       fd  redirects-file.
       01  redirects-file-line  pic x(500).

       fd  slug-lookup.
       01  slug-lookup-record.
           03 sl-id             pic 9(10).
           03 sl-type           pic x(20).
           03 sl-status         pic x(20).
           03 filler            pic x(2361).
           03 sl-slug           pic x(80).
           03 filler            pic x(643).

       fd  suggestion-file.
       01  suggestion-line      pic x(300).

       fd  report-file.
       01  report-line          pic x(300).

       working-storage section.
       01 dispatch-log-status  pic xx.
       01 write-lock-status    pic xx.
       01 write-lock-held      pic x(1) value "N".
       01 lock-try-count       pic 99 usage comp-5.
       01 lock-retry-limit     pic 99 usage comp-5 value 50.
       01 lock-retry-nanos     pic 9(18) usage comp-5
           value 100000000.
       01 redirects-file-status pic xx.
       01 slug-lookup-status   pic xx.
       01 suggestion-file-status pic xx.
       01 report-file-status   pic xx.

      *> NOTFOUND_ACCEPT names a path from the day's suggestions
      *> (or ALL for every one of them) to be written into
      *> redirects.conf as a permanent redirect to its suggested
      *> target. Without it the run only reports.
       01 accept-env           pic x(100).

      *> The dispatch line split on its "|" separators -
      *> "YYYYMMDD HHMMSS | METHOD path | STATUS | 37ms | caller |
      *> H | referrer", the later fields absent on older lines.
       01 log-fields.
           03 log-field occurs 7 times pic x(200).
       01 field-index          pic 9 usage comp-5.
       01 line-method          pic x(10).
       01 line-path            pic x(100).
       01 line-status-text     pic x(20).
       01 line-caller          pic x(64).
       01 line-referrer        pic x(100).
       01 parse-pos            pic 9(4) usage comp-5.
       01 parse-out            pic 9(4) usage comp-5.
       01 parse-len            pic 9(4) usage comp-5.

      *> One row per distinct missing path. Callers and referrers
      *> are kept as (path, value) pairs so each path's distinct
      *> callers and busiest referrers can be counted off them.
       01 path-table.
           03 path-count        pic 9(4) usage comp-5 value 0.
           03 path-rows occurs 500 times.
               05 pt-path       pic x(100).
               05 pt-hits       pic 9(8) usage comp-5.
               05 pt-callers    pic 9(6) usage comp-5.
               05 pt-suggestion pic x(100).
               05 pt-basis      pic x(40).
               05 pt-redirected pic x(1).
       01 path-index           pic 9(4) usage comp-5.
       01 path-found           pic 9(4) usage comp-5.
       01 paths-dropped        pic 9(8) usage comp-5 value 0.

       01 caller-table.
           03 caller-count      pic 9(4) usage comp-5 value 0.
           03 caller-rows occurs 5000 times.
               05 cp-path-index pic 9(4) usage comp-5.
               05 cp-caller     pic x(64).
       01 referrer-table.
           03 referrer-count    pic 9(4) usage comp-5 value 0.
           03 referrer-rows occurs 3000 times.
               05 rp-path-index pic 9(4) usage comp-5.
               05 rp-referrer   pic x(100).
               05 rp-hits       pic 9(8) usage comp-5.
       01 pair-index           pic 9(4) usage comp-5.
       01 pair-found           pic x(1).

      *> Candidate targets: every published item's slug, and every
      *> slug-change redirect whose target is one (its old path is
      *> the item's previous slug, suggested as the current one).
       01 candidate-table.
           03 candidate-count   pic 9(4) usage comp-5 value 0.
           03 candidate-rows occurs 5000 times.
               05 cd-match-text pic x(80).
               05 cd-target     pic x(100).
               05 cd-previous   pic x(1).
       01 candidate-index      pic 9(4) usage comp-5.
       01 redirect-old-part    pic x(200).
       01 redirect-target-part pic x(200).
       01 redirected-paths.
           03 redirected-count  pic 9(4) usage comp-5 value 0.
           03 redirected-path occurs 500 times pic x(100).

      *> Edit distance between the missing path's last segment and a
      *> candidate slug - a suggestion is made when it is within a
      *> quarter of the segment's length (at least one edit).
       01 match-text           pic x(80).
       01 match-len            pic 9(4) usage comp-5.
       01 other-text           pic x(80).
       01 other-len            pic 9(4) usage comp-5.
       01 distance-rows.
           03 prev-row occurs 81 times pic 9(4) usage comp-5.
           03 curr-row occurs 81 times pic 9(4) usage comp-5.
       01 dist-i               pic 9(4) usage comp-5.
       01 dist-j               pic 9(4) usage comp-5.
       01 dist-cost            pic 9(4) usage comp-5.
       01 dist-best            pic 9(4) usage comp-5.
       01 edit-distance        pic 9(4) usage comp-5.
       01 best-distance        pic 9(4) usage comp-5.
       01 allowed-distance     pic 9(4) usage comp-5.
       01 seg-pos              pic 9(4) usage comp-5.

       01 report-limit         pic 9(4) usage comp-5 value 50.
       01 rank-no              pic 9(4) usage comp-5.
       01 best-index           pic 9(4) usage comp-5.
       01 best-hits            pic 9(8) usage comp-5.
       01 referrer-rank        pic 9 usage comp-5.
       01 best-referrer        pic 9(4) usage comp-5.
       01 best-referrer-hits   pic 9(8) usage comp-5.
       01 referrer-list        pic x(300).
       01 hits-display         pic z(7)9.
       01 count-display        pic z(7)9.
       01 rank-display         pic z9.
       01 lines-read           pic 9(8) usage comp-5 value 0.
       01 not-found-hits       pic 9(8) usage comp-5 value 0.
       01 accepted-count       pic 9(4) usage comp-5 value 0.
       01 matched-count        pic 9(4) usage comp-5 value 0.
       01 accept-path          pic x(100).
       01 accept-target        pic x(100).

      *> business-date.cbl's LINKAGE shape with local names - the
      *> report heading carries the business date.
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

      *> Daily not-found report. The router logs every GET it could
      *> not match to a route, redirect or page slug as NOT-FOUND;
      *> this reads the current log generation (rotation bounds the
      *> window, as for slow-route-report), ranks the missing paths
      *> by hits with their distinct callers and busiest referrers,
      *> and where a published item's current or previous slug is
      *> a close match suggests it as the redirect target. The
      *> suggestions are kept in data/not-found-suggestions.txt;
      *> NOTFOUND_ACCEPT=<path> (or ALL) on a later run writes them
      *> into redirects.conf.
       procedure division.

       accept accept-env from environment "NOTFOUND_ACCEPT".
       if accept-env not = spaces
           perform accept-suggestions
           goback
       end-if.

       move "get" to bd-action.
       move spaces to bd-date-in.
       move spaces to bd-set-by.
       call "business-date" using business-date-request
           business-date-response.
       display function concatenate(
           "not-found-report: business date ", bd-date-iso
       ).

       open input dispatch-log.
       if dispatch-log-status not = "00"
           display "not-found-report: no request log to analyze"
           goback
       end-if.
       perform until dispatch-log-status not = "00"
           read dispatch-log
               at end move "10" to dispatch-log-status
               not at end
                   if dispatch-log-line not = spaces
                       add 1 to lines-read
                       perform tally-one-line
                   end-if
           end-read
       end-perform.
       close dispatch-log.

       perform load-candidates.
       perform varying path-index from 1 by 1
           until path-index > path-count
           perform suggest-one-path
       end-perform.

       perform write-report.
       perform write-suggestions.

       move path-count to count-display.
       move not-found-hits to hits-display.
       display function concatenate(
           "not-found-report: ", function trim(count-display),
           " missing path(s), ", function trim(hits-display),
           " hit(s) - see data/not-found-report.txt"
       ).

       goback.

       acquire-write-lock section.
           move "N" to write-lock-held.
           perform varying lock-try-count from 1 by 1
               until lock-try-count > lock-retry-limit
               or write-lock-held = "Y"
               open i-o write-lock-file with lock
               evaluate write-lock-status
                   when "00"
                       move "Y" to write-lock-held
                   when "35"
                       open output write-lock-file
                       close write-lock-file
                   when other
                       call "CBL_OC_NANOSLEEP"
                           using lock-retry-nanos
               end-evaluate
           end-perform.

       release-write-lock section.
           if write-lock-held = "Y"
               close write-lock-file
               move "N" to write-lock-held
           end-if.

       tally-one-line section.
           perform parse-log-line.
           if function trim(line-status-text) not = "NOT-FOUND"
               or function trim(line-method) not = "GET"
               or line-path = spaces
               exit section
           end-if.
           add 1 to not-found-hits.

           move 0 to path-found.
           perform varying path-index from 1 by 1
               until path-index > path-count or path-found > 0
               if pt-path(path-index) = line-path
                   move path-index to path-found
               end-if
           end-perform.
           if path-found = 0
               if path-count >= 500
                   add 1 to paths-dropped
                   exit section
               end-if
               add 1 to path-count
               move path-count to path-found
               move line-path to pt-path(path-found)
               move 0 to pt-hits(path-found)
               move 0 to pt-callers(path-found)
               move spaces to pt-suggestion(path-found)
               move spaces to pt-basis(path-found)
               move "N" to pt-redirected(path-found)
           end-if.
           add 1 to pt-hits(path-found).

           move "N" to pair-found.
           perform varying pair-index from 1 by 1
               until pair-index > caller-count or pair-found = "Y"
               if cp-path-index(pair-index) = path-found
                   and cp-caller(pair-index) = line-caller
                   move "Y" to pair-found
               end-if
           end-perform.
           if pair-found = "N" and caller-count < 5000
               add 1 to caller-count
               move path-found to cp-path-index(caller-count)
               move line-caller to cp-caller(caller-count)
               add 1 to pt-callers(path-found)
           end-if.

           if line-referrer = spaces or line-referrer = "-"
               exit section
           end-if.
           move "N" to pair-found.
           perform varying pair-index from 1 by 1
               until pair-index > referrer-count or pair-found = "Y"
               if rp-path-index(pair-index) = path-found
                   and rp-referrer(pair-index) = line-referrer
                   move "Y" to pair-found
                   add 1 to rp-hits(pair-index)
               end-if
           end-perform.
           if pair-found = "N" and referrer-count < 3000
               add 1 to referrer-count
               move path-found to rp-path-index(referrer-count)
               move line-referrer to rp-referrer(referrer-count)
               move 1 to rp-hits(referrer-count)
           end-if.

       parse-log-line section.
           move spaces to log-fields.
           move 1 to field-index.
           move 0 to parse-out.
           move function length(
               function trim(dispatch-log-line, trailing))
               to parse-len.
           perform varying parse-pos from 1 by 1
               until parse-pos > parse-len
               if dispatch-log-line(parse-pos:1) = "|"
                   if field-index < 7
                       add 1 to field-index
                   end-if
                   move 0 to parse-out
               else
                   if parse-out < 200
                       and (parse-out > 0
                       or dispatch-log-line(parse-pos:1) not = space)
                       add 1 to parse-out
                       move dispatch-log-line(parse-pos:1)
                           to log-field(field-index)(parse-out:1)
                   end-if
               end-if
           end-perform.
           move spaces to line-method.
           move spaces to line-path.
           unstring log-field(2) delimited by all space
               into line-method line-path
           end-unstring.
           move log-field(3) to line-status-text.
           move log-field(5) to line-caller.
           move log-field(7) to line-referrer.

       load-candidates section.
           open input slug-lookup.
           if slug-lookup-status = "00"
               move low-values to sl-id
               start slug-lookup key is greater than sl-id
                   invalid key move "10" to slug-lookup-status
               end-start
               perform until slug-lookup-status not = "00"
                   read slug-lookup next record
                       at end move "10" to slug-lookup-status
                       not at end
                           if sl-slug not = spaces
                               and function trim(sl-status)
                                   = "published"
                               and candidate-count < 5000
                               add 1 to candidate-count
                               move function lower-case(sl-slug)
                                   to cd-match-text(candidate-count)
                               move function concatenate(
                                   "/", function trim(sl-slug)
                               ) to cd-target(candidate-count)
                               move "N" to cd-previous(candidate-count)
                           end-if
                   end-read
               end-perform
               close slug-lookup
           end-if.
           perform load-redirect-lines.

       load-redirect-lines section.
           open input redirects-file.
           if redirects-file-status not = "00"
               exit section
           end-if.
           perform until redirects-file-status not = "00"
               read redirects-file
                   at end move "10" to redirects-file-status
                   not at end
                       if redirects-file-line not = spaces
                           perform add-previous-slug
                       end-if
               end-read
           end-perform.
           close redirects-file.

       add-previous-slug section.
           move spaces to redirect-old-part.
           move spaces to redirect-target-part.
           unstring redirects-file-line delimited by "|"
               into redirect-old-part redirect-target-part
           end-unstring.
           move function trim(redirect-old-part) to redirect-old-part.
           move function trim(redirect-target-part)
               to redirect-target-part.
           if redirected-count < 500
               add 1 to redirected-count
               move redirect-old-part
                   to redirected-path(redirected-count)
           end-if.
           *> Only "/old-slug" lines pointing at a live slug address
           *> are previous slugs.
           if redirect-old-part(1:1) not = "/"
               or redirect-target-part(1:1) not = "/"
               exit section
           end-if.
           move 0 to seg-pos.
           inspect redirect-old-part tallying seg-pos for all "/".
           if seg-pos not = 1
               exit section
           end-if.
           perform varying candidate-index from 1 by 1
               until candidate-index > candidate-count
               if cd-previous(candidate-index) = "N"
                   and cd-target(candidate-index)
                       = redirect-target-part
                   and candidate-count < 5000
                   add 1 to candidate-count
                   move function lower-case(redirect-old-part(2:))
                       to cd-match-text(candidate-count)
                   move redirect-target-part
                       to cd-target(candidate-count)
                   move "Y" to cd-previous(candidate-count)
                   exit perform
               end-if
           end-perform.

       suggest-one-path section.
           *> The missing path's last segment, lower-cased, without
           *> a query string, trailing slash or file extension, is
           *> compared with every candidate.
           perform varying pair-index from 1 by 1
               until pair-index > redirected-count
               if redirected-path(pair-index) = pt-path(path-index)
                   move "Y" to pt-redirected(path-index)
               end-if
           end-perform.
           move spaces to match-text.
           move function lower-case(pt-path(path-index)) to other-text.
           move 0 to match-len.
           inspect other-text tallying match-len
               for characters before initial "?".
           if match-len < 80
               move spaces to other-text(match-len + 1:)
           end-if.
           move function length(function trim(other-text))
               to match-len.
           if match-len > 1 and other-text(match-len:1) = "/"
               move space to other-text(match-len:1)
               subtract 1 from match-len
           end-if.
           move match-len to seg-pos.
           perform until seg-pos < 1 or other-text(seg-pos:1) = "/"
               subtract 1 from seg-pos
           end-perform.
           if seg-pos >= match-len
               exit section
           end-if.
           move other-text(seg-pos + 1:match-len - seg-pos)
               to match-text.
           move 0 to match-len.
           inspect match-text tallying match-len
               for characters before initial ".".
           if match-len > 0 and match-len < 80
               move spaces to match-text(match-len + 1:)
           end-if.
           move function length(function trim(match-text))
               to match-len.
           if match-text = spaces
               exit section
           end-if.

           compute allowed-distance = match-len / 4.
           if allowed-distance < 1
               move 1 to allowed-distance
           end-if.
           move 9999 to best-distance.
           perform varying candidate-index from 1 by 1
               until candidate-index > candidate-count
               or best-distance = 0
               move cd-match-text(candidate-index) to other-text
               perform compute-edit-distance
               if edit-distance <= allowed-distance
                   and edit-distance < best-distance
                   move edit-distance to best-distance
                   move cd-target(candidate-index)
                       to pt-suggestion(path-index)
                   if cd-previous(candidate-index) = "Y"
                       move function concatenate(
                           "previous slug /",
                           function trim(cd-match-text(candidate-index))
                       ) to pt-basis(path-index)
                   else
                       move "current slug" to pt-basis(path-index)
                   end-if
               end-if
           end-perform.
           *> Never suggest the page a path already is.
           if pt-suggestion(path-index) = pt-path(path-index)
               move spaces to pt-suggestion(path-index)
           end-if.

       compute-edit-distance section.
           *> Levenshtein distance between match-text and
           *> other-text, two rows at a time.
           move function length(function trim(other-text))
               to other-len.
           if other-len > 80
               move 80 to other-len
           end-if.
           perform varying dist-j from 0 by 1
               until dist-j > other-len
               move dist-j to prev-row(dist-j + 1)
           end-perform.
           perform varying dist-i from 1 by 1
               until dist-i > match-len
               move dist-i to curr-row(1)
               perform varying dist-j from 1 by 1
                   until dist-j > other-len
                   if match-text(dist-i:1) = other-text(dist-j:1)
                       move 0 to dist-cost
                   else
                       move 1 to dist-cost
                   end-if
                   compute dist-best = prev-row(dist-j) + dist-cost
                   if prev-row(dist-j + 1) + 1 < dist-best
                       compute dist-best = prev-row(dist-j + 1) + 1
                   end-if
                   if curr-row(dist-j) + 1 < dist-best
                       compute dist-best = curr-row(dist-j) + 1
                   end-if
                   move dist-best to curr-row(dist-j + 1)
               end-perform
               perform varying dist-j from 0 by 1
                   until dist-j > other-len
                   move curr-row(dist-j + 1) to prev-row(dist-j + 1)
               end-perform
           end-perform.
           move prev-row(other-len + 1) to edit-distance.

       write-report section.
           open output report-file.
           move "MOST-REQUESTED MISSING PATHS" to report-line.
           write report-line.
           move lines-read to hits-display.
           move function concatenate(
               "Business date: ", bd-date-iso,
               "   Log lines read: ", function trim(hits-display)
           ) to report-line.
           write report-line.
           if paths-dropped > 0
               move paths-dropped to hits-display
               move function concatenate(
                   "NOTE: more than 500 distinct missing paths - ",
                   function trim(hits-display),
                   " hit(s) on further paths were not ranked"
               ) to report-line
               write report-line
           end-if.
           move spaces to report-line.
           write report-line.

           perform varying rank-no from 1 by 1
               until rank-no > report-limit
               move 0 to best-index
               move 0 to best-hits
               perform varying path-index from 1 by 1
                   until path-index > path-count
                   if pt-hits(path-index) > best-hits
                       move pt-hits(path-index) to best-hits
                       move path-index to best-index
                   end-if
               end-perform
               if best-index = 0
                   exit perform
               end-if
               perform write-one-path
           end-perform.
           close report-file.

       write-one-path section.
           move rank-no to rank-display.
           move pt-hits(best-index) to hits-display.
           move pt-callers(best-index) to count-display.
           move function concatenate(
               rank-display, ". ", function trim(pt-path(best-index)),
               "   hits ", function trim(hits-display),
               "   distinct callers ", function trim(count-display)
           ) to report-line.
           write report-line.

           perform collect-top-referrers.
           if referrer-list not = spaces
               move function concatenate(
                   "    top referrers: ", function trim(referrer-list)
               ) to report-line
               write report-line
           end-if.

           evaluate true
               when pt-redirected(best-index) = "Y"
                   move "    a redirect has since been added"
                       to report-line
               when pt-suggestion(best-index) not = spaces
                   move function concatenate(
                       "    suggest redirect to ",
                       function trim(pt-suggestion(best-index)),
                       " (", function trim(pt-basis(best-index)), ")"
                   ) to report-line
               when other
                   move "    no close match among published pages"
                       to report-line
           end-evaluate.
           write report-line.
           *> Taken out of the running for the next rank.
           move 0 to pt-hits(best-index).

       collect-top-referrers section.
           *> Up to three referrers for best-index, busiest first.
           move spaces to referrer-list.
           perform varying referrer-rank from 1 by 1
               until referrer-rank > 3
               move 0 to best-referrer
               move 0 to best-referrer-hits
               perform varying pair-index from 1 by 1
                   until pair-index > referrer-count
                   if rp-path-index(pair-index) = best-index
                       and rp-hits(pair-index) > best-referrer-hits
                       move rp-hits(pair-index) to best-referrer-hits
                       move pair-index to best-referrer
                   end-if
               end-perform
               if best-referrer = 0
                   exit perform
               end-if
               move best-referrer-hits to hits-display
               if referrer-list = spaces
                   move function concatenate(
                       function trim(rp-referrer(best-referrer)),
                       " (", function trim(hits-display), ")"
                   ) to referrer-list
               else
                   move function concatenate(
                       function trim(referrer-list), ", ",
                       function trim(rp-referrer(best-referrer)),
                       " (", function trim(hits-display), ")"
                   ) to referrer-list
               end-if
               move 0 to rp-hits(best-referrer)
           end-perform.

       write-suggestions section.
           open output suggestion-file.
           perform varying path-index from 1 by 1
               until path-index > path-count
               if pt-suggestion(path-index) not = spaces
                   and pt-redirected(path-index) = "N"
                   move function concatenate(
                       function trim(pt-path(path-index)), "|",
                       function trim(pt-suggestion(path-index))
                   ) to suggestion-line
                   write suggestion-line
               end-if
           end-perform.
           close suggestion-file.

       accept-suggestions section.
           *> Writes the named suggestion (or ALL of them) into
           *> redirects.conf as permanent redirects, skipping any
           *> path that already has a line.
           open input suggestion-file.
           if suggestion-file-status not = "00"
               display function concatenate(
                   "not-found-report: no suggestions on file - run ",
                   "the report first"
               )
               move 8 to return-code
               exit section
           end-if.
           perform acquire-write-lock.
           if write-lock-held = "N"
               close suggestion-file
               display function concatenate(
                   "not-found-report: could not obtain the store ",
                   "write lock - nothing accepted"
               )
               move 8 to return-code
               exit section
           end-if.
           perform load-redirect-lines.
           perform until suggestion-file-status not = "00"
               read suggestion-file
                   at end move "10" to suggestion-file-status
                   not at end
                       move spaces to accept-path
                       move spaces to accept-target
                       unstring suggestion-line delimited by "|"
                           into accept-path accept-target
                       end-unstring
                       if function upper-case(function trim(accept-env))
                           = "ALL"
                           or function trim(accept-env)
                               = function trim(accept-path)
                           add 1 to matched-count
                           perform accept-one-suggestion
                       end-if
               end-read
           end-perform.
           close suggestion-file.
           perform release-write-lock.
           move accepted-count to count-display.
           display function concatenate(
               "not-found-report: ", function trim(count-display),
               " redirect(s) written to data/redirects.conf"
           ).
           if matched-count = 0
               and function upper-case(function trim(accept-env))
                   not = "ALL"
               display function concatenate(
                   "not-found-report: no open suggestion for ",
                   function trim(accept-env)
               )
               move 8 to return-code
           end-if.

       accept-one-suggestion section.
           perform varying pair-index from 1 by 1
               until pair-index > redirected-count
               if redirected-path(pair-index) = accept-path
                   display function concatenate(
                       "not-found-report: ", function trim(accept-path),
                       " already has a redirect - skipped"
                   )
                   exit section
               end-if
           end-perform.
           open extend redirects-file.
           if redirects-file-status not = "00"
               open output redirects-file
               close redirects-file
               open extend redirects-file
           end-if.
           move function concatenate(
               function trim(accept-path), "|",
               function trim(accept-target), "|Y"
           ) to redirects-file-line.
           write redirects-file-line.
           close redirects-file.
           if redirected-count < 500
               add 1 to redirected-count
               move accept-path to redirected-path(redirected-count)
           end-if.
           add 1 to accepted-count.
           display function concatenate(
               "not-found-report: ", function trim(accept-path),
               " -> ", function trim(accept-target), " accepted"
           ).

       end program not-found-report.
