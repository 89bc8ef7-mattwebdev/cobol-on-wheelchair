       identification division.
       program-id. redirect-audit.

       environment division.
       input-output section.
       file-control.
      *> Same single-writer gate database-interface holds while it
      *> rewrites the redirect table on a slug change - collapse mode
      *> takes it so the two rewrites can never interleave.
           select write-lock-file
               assign to "data/db-write.lock"
               organization is sequential
               file status is write-lock-status.

           select redirects-file
               assign to "data/redirects.conf"
               organization is line sequential
               file status is redirects-file-status.

      *> The collapsed table is written here and renamed over
      *> redirects.conf, so the router never reads a half-written
      *> file.
           select redirects-new
               assign to "data/redirects.conf.tmp"
               organization is line sequential
               file status is redirects-new-status.

           select routes-file
               assign to "data/routes.conf"
               organization is line sequential
               file status is routes-file-status.

      *> Slug lookup over the content store - named fields are only
      *> the ones the lookup reads; the filler must grow in step with
      *> database-interface.cbl's content-master-record.
           select slug-lookup
               assign to "data/content.dat"
               organization is indexed
               access mode is dynamic
               record key is sl-id
               file status is slug-lookup-status.

           select report-file
               assign to "data/redirect-audit-report.txt"
               organization is line sequential
               file status is report-file-status.

       data division.
       file section.
       fd  write-lock-file.
       01  write-lock-record    pic x(1).

       fd  redirects-file.
       01  redirects-file-line  pic x(500).

       fd  redirects-new.
       01  redirects-new-line   pic x(500).

       fd  routes-file.
       01  routes-file-line     pic x(600).

       fd  slug-lookup.
       01  slug-lookup-record.
           03 sl-id             pic 9(10).
           03 sl-type           pic x(20).
           03 sl-status         pic x(20).
           03 filler            pic x(2361).
           03 sl-slug           pic x(80).
           03 filler            pic x(643).

       fd  report-file.
       01  report-line          pic x(700).

       working-storage section.
       01 write-lock-status    pic xx.
       01 write-lock-held      pic x(1) value "N".
       01 lock-try-count       pic 99 usage comp-5.
       01 lock-retry-limit     pic 99 usage comp-5 value 50.
       01 lock-retry-nanos     pic 9(18) usage comp-5
           value 100000000.
       01 redirects-file-status pic xx.
       01 redirects-new-status pic xx.
       01 routes-file-status   pic xx.
       01 slug-lookup-status   pic xx.
       01 report-file-status   pic xx.
       01 slugs-available      pic x(1) value "N".
       01 file-op-result       pic s9(9) usage comp-5.
       01 live-path            pic x(40) value "data/redirects.conf".
       01 new-path             pic x(40)
           value "data/redirects.conf.tmp".

      *> Collapse mode repoints every chain straight at its final
      *> target. Off unless the operator exports
      *> REDIRECT_COLLAPSE=Y for the run - the default is
      *> report-only.
       01 collapse-mode        pic x(1) value "N".
       01 collapse-env         pic x(10).

      *> The redirect table as the router sees it - first line for
      *> an old path wins, so later duplicates are kept for the
      *> rewrite but never followed.
       01 redirect-table.
           03 redirect-count    pic 9(4) usage comp-5 value 0.
           03 redirect-rows occurs 500 times.
               05 rd-old-path   pic x(200).
               05 rd-target     pic x(200).
               05 rd-permanent  pic x(10).
               05 rd-shadowed   pic x(1).
               05 rd-final      pic x(200).
               05 rd-hops       pic 9(4) usage comp-5.
               05 rd-outcome    pic x(1).
                   88 rd-resolves   value "R".
                   88 rd-loops      value "L".
                   88 rd-dead-end   value "D".
                   88 rd-external   value "X".
                   88 rd-unused     value "U".
               05 rd-trail      pic x(500).
       01 redirect-index       pic 9(4) usage comp-5.
       01 other-index          pic 9(4) usage comp-5.
       01 table-overflow       pic x(1) value "N".

      *> GET route patterns from routes.conf, split into path
      *> segments the way the router splits them.
       01 route-table.
           03 route-count       pic 99 usage comp-5 value 0.
           03 route-rows occurs 50 times.
               05 rt-pattern    pic x(100).
               05 rt-destiny    pic x(30).

       01 seg-text             pic x(200).
       01 seg-len              pic 9(4) usage comp-5.
       01 seg-pos              pic 9(4) usage comp-5.
       01 seg-start            pic 9(4) usage comp-5.
       01 split-segments.
           03 split-count       pic 99 usage comp-5.
           03 split-segment occurs 10 times pic x(100).
       01 path-segments.
           03 path-seg-count    pic 99 usage comp-5.
           03 path-segment occurs 10 times pic x(100).
       01 seg-index            pic 99 usage comp-5.
       01 route-index          pic 99 usage comp-5.
       01 segments-match       pic x(1).

       01 scan-text            pic x(600).
       01 scan-len             pic 9(4) usage comp-5.
       01 scan-pos             pic 9(4) usage comp-5.
       01 scan-part            pic x(200).
       01 scan-part-len        pic 9(4) usage comp-5.

      *> One resolution in progress.
       01 hop-path             pic x(200).
       01 hop-count            pic 9(4) usage comp-5.
       01 hop-limit            pic 9(4) usage comp-5 value 50.
       01 hop-state            pic x(1).
           88 hop-following     value "F".
           88 hop-done          value "E".
       01 path-kind            pic x(1).
           88 path-is-route     value "R".
           88 path-is-redirect  value "H".
           88 path-is-slug      value "S".
           88 path-is-nothing   value "N".
       01 match-redirect       pic 9(4) usage comp-5.
       01 matched-route        pic 99 usage comp-5.
      *> Paths already walked through in this resolution - reaching
      *> one again is a loop.
       01 visited-table.
           03 visited-count     pic 99 usage comp-5.
           03 visited-paths occurs 50 times pic x(200).
       01 visited-index        pic 99 usage comp-5.
       01 page-id-text         pic x(20).
       01 trail-pointer        pic 9(4) usage comp-5.

       01 chain-count          pic 9(6) usage comp-5 value 0.
       01 loop-count           pic 9(6) usage comp-5 value 0.
       01 dead-count           pic 9(6) usage comp-5 value 0.
       01 unused-count         pic 9(6) usage comp-5 value 0.
       01 collapsed-count      pic 9(6) usage comp-5 value 0.
       01 group-count          pic 9(6) usage comp-5.
       01 count-display        pic z(5)9.
       01 count-display-2      pic z(5)9.
       01 count-display-3      pic z(5)9.
       01 hops-display         pic z(3)9.
       01 report-stamp         pic x(21).

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

      *> Weekly redirect-table audit. Every line of
      *> data/redirects.conf is followed the way the router would
      *> follow it - a configured route ends the walk, another
      *> redirect is one more hop, a published page slug ends it -
      *> until it reaches a final destination, and
      *> data/redirect-audit-report.txt lists the chains of more
      *> than one hop, the loops, the redirects whose final target
      *> is neither a route nor a published page, and the lines the
      *> router never reaches because a route already owns the old
      *> path. With REDIRECT_COLLAPSE=Y every chain that ends
      *> somewhere is rewritten to point straight at its final
      *> target; loops are left for a person to untangle. The audit
      *> itself never fails the schedule.
       procedure division.

       move "get" to bd-action.
       move spaces to bd-date-in.
       move spaces to bd-set-by.
       call "business-date" using business-date-request
           business-date-response.
       display function concatenate(
           "redirect-audit: business date ", bd-date-iso
       ).

       accept collapse-env from environment "REDIRECT_COLLAPSE".
       if function trim(collapse-env) = "Y"
           move "Y" to collapse-mode
           display "redirect-audit: collapse mode is ON"
           perform acquire-write-lock
           if write-lock-held = "N"
               display function concatenate(
                   "redirect-audit: could not obtain the store ",
                   "write lock - run abandoned"
               )
               move 8 to return-code
               goback
           end-if
       end-if.

       perform load-redirect-table.
       if redirect-count = 0
           display "redirect-audit: no redirects on file"
           perform release-write-lock
           goback
       end-if.
       perform load-route-table.
       open input slug-lookup.
       if slug-lookup-status = "00"
           move "Y" to slugs-available
       end-if.

       perform varying redirect-index from 1 by 1
           until redirect-index > redirect-count
           if rd-shadowed(redirect-index) = "N"
               perform resolve-one-redirect
           end-if
       end-perform.

       if slugs-available = "Y"
           close slug-lookup
       end-if.

       perform write-report.

       if collapse-mode = "Y" and collapsed-count > 0
           perform rewrite-redirect-table
       end-if.
       perform release-write-lock.

       move chain-count to count-display.
       move loop-count to count-display-2.
       move dead-count to count-display-3.
       display function concatenate(
           "redirect-audit: ", function trim(count-display),
           " chain(s), ", function trim(count-display-2),
           " loop(s), ", function trim(count-display-3),
           " dead end(s) - see data/redirect-audit-report.txt"
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

       load-redirect-table section.
           open input redirects-file.
           if redirects-file-status not = "00"
               exit section
           end-if.
           perform until redirects-file-status not = "00"
               read redirects-file
                   at end move "10" to redirects-file-status
                   not at end
                       if redirects-file-line not = spaces
                           perform add-redirect-row
                       end-if
               end-read
           end-perform.
           close redirects-file.

       add-redirect-row section.
           if redirect-count >= 500
               *> A table this size would be rewritten short - the
               *> report still runs, collapse does not.
               move "Y" to table-overflow
               exit section
           end-if.
           add 1 to redirect-count.
           move function trim(redirects-file-line) to scan-text.
           perform start-scan.
           perform next-scan-part.
           move scan-part to rd-old-path(redirect-count).
           perform next-scan-part.
           move scan-part to rd-target(redirect-count).
           perform next-scan-part.
           move scan-part(1:10) to rd-permanent(redirect-count).
           move spaces to rd-final(redirect-count).
           move spaces to rd-trail(redirect-count).
           move 0 to rd-hops(redirect-count).
           move space to rd-outcome(redirect-count).
           move "N" to rd-shadowed(redirect-count).
           perform varying other-index from 1 by 1
               until other-index >= redirect-count
               if rd-old-path(other-index)
                   = rd-old-path(redirect-count)
                   move "Y" to rd-shadowed(redirect-count)
               end-if
           end-perform.

       load-route-table section.
           open input routes-file.
           if routes-file-status not = "00"
               exit section
           end-if.
           perform until routes-file-status not = "00"
               read routes-file
                   at end move "10" to routes-file-status
                   not at end
                       if routes-file-line not = spaces
                           and route-count < 50
                           perform add-route-row
                       end-if
               end-read
           end-perform.
           close routes-file.

       add-route-row section.
           *> pattern|method|destiny|... - only GET routes compete
           *> with redirects, which the router consults for GETs.
           move function trim(routes-file-line) to scan-text.
           perform start-scan.
           perform next-scan-part.
           move scan-part to seg-text.
           perform next-scan-part.
           if function trim(scan-part) = "GET"
               add 1 to route-count
               move seg-text to rt-pattern(route-count)
               perform next-scan-part
               move scan-part to rt-destiny(route-count)
           end-if.

       resolve-one-redirect section.
           *> Follows redirect-index's target to its final
           *> destination, building the "/a -> /b -> /c" trail.
           move rd-old-path(redirect-index) to hop-path.
           perform classify-path.
           if path-is-route
               set rd-unused(redirect-index) to true
               add 1 to unused-count
               exit section
           end-if.

           move 1 to trail-pointer.
           string function trim(rd-old-path(redirect-index))
               delimited by size
               into rd-trail(redirect-index)
               with pointer trail-pointer
           end-string.
           move 1 to visited-count.
           move rd-old-path(redirect-index) to visited-paths(1).
           move rd-target(redirect-index) to hop-path.
           move 1 to hop-count.
           set hop-following to true.
           perform until hop-done
               perform add-hop-to-trail
               if hop-path(1:1) not = "/"
                   set rd-external(redirect-index) to true
                   set hop-done to true
               else
                   perform classify-path
                   evaluate true
                       when path-is-route
                       when path-is-slug
                           set rd-resolves(redirect-index) to true
                           set hop-done to true
                       when path-is-nothing
                           set rd-dead-end(redirect-index) to true
                           set hop-done to true
                       when path-is-redirect
                           perform follow-one-hop
                   end-evaluate
               end-if
           end-perform.
           move hop-path to rd-final(redirect-index).
           move hop-count to rd-hops(redirect-index).

           evaluate true
               when rd-loops(redirect-index)
                   add 1 to loop-count
               when other
                   if rd-dead-end(redirect-index)
                       add 1 to dead-count
                   end-if
                   if hop-count > 1
                       add 1 to chain-count
                       if collapse-mode = "Y"
                           and table-overflow = "N"
                           move hop-path to rd-target(redirect-index)
                           add 1 to collapsed-count
                       end-if
                   end-if
           end-evaluate.

       follow-one-hop section.
           *> hop-path is the old path of redirect match-redirect;
           *> its target is the next hop, unless the walk has been
           *> there before.
           if visited-count < 50
               add 1 to visited-count
               move hop-path to visited-paths(visited-count)
           end-if.
           move rd-target(match-redirect) to hop-path.
           add 1 to hop-count.
           perform varying visited-index from 1 by 1
               until visited-index > visited-count
               if visited-paths(visited-index) = hop-path
                   set rd-loops(redirect-index) to true
               end-if
           end-perform.
           if hop-count > hop-limit
               set rd-loops(redirect-index) to true
           end-if.
           if rd-loops(redirect-index)
               perform add-hop-to-trail
               set hop-done to true
           end-if.

       add-hop-to-trail section.
           if trail-pointer < 480
               string " -> " function trim(hop-path)
                   delimited by size
                   into rd-trail(redirect-index)
                   with pointer trail-pointer
                   on overflow continue
               end-string
           end-if.

       classify-path section.
           *> The router's order: a GET route first, then the
           *> redirect table, then a published page slug.
           set path-is-nothing to true.
           move 0 to match-redirect.
           move hop-path to seg-text.
           perform strip-query-string.
           perform split-segment-text.
           move split-segments to path-segments.
           perform varying route-index from 1 by 1
               until route-index > route-count
               or path-is-route
               move rt-pattern(route-index) to seg-text
               perform split-segment-text
               perform compare-segments
               if segments-match = "Y"
                   set path-is-route to true
                   move route-index to matched-route
               end-if
           end-perform.
           if path-is-route
               *> /page/<id> always matches its route; the target is
               *> only real while the item is there and published.
               if rt-destiny(matched-route) = "showpage"
                   and path-seg-count = 2
                   move path-segment(2) to page-id-text
                   perform check-page-id
               end-if
               exit section
           end-if.
           perform varying other-index from 1 by 1
               until other-index > redirect-count
               or match-redirect > 0
               if rd-shadowed(other-index) = "N"
                   and rd-old-path(other-index) = hop-path
                   move other-index to match-redirect
                   set path-is-redirect to true
               end-if
           end-perform.
           if path-is-redirect
               exit section
           end-if.
           if path-seg-count = 1
               perform check-page-slug
           end-if.

       strip-query-string section.
           move 0 to seg-len.
           inspect seg-text tallying seg-len
               for characters before initial "?".
           if seg-len < 200
               move spaces to seg-text(seg-len + 1:)
           end-if.

       check-page-id section.
           if function trim(page-id-text) is not numeric
               set path-is-nothing to true
               exit section
           end-if.
           if slugs-available = "N"
               exit section
           end-if.
           move function numval(page-id-text) to sl-id.
           read slug-lookup
               invalid key
                   set path-is-nothing to true
               not invalid key
                   if function trim(sl-status) not = "published"
                       set path-is-nothing to true
                   end-if
           end-read.

       check-page-slug section.
           if slugs-available = "N"
               exit section
           end-if.
           move low-values to sl-id.
           move "00" to slug-lookup-status.
           start slug-lookup key is greater than sl-id
               invalid key move "10" to slug-lookup-status
           end-start.
           perform until slug-lookup-status not = "00"
               or path-is-slug
               read slug-lookup next record
                   at end move "10" to slug-lookup-status
                   not at end
                       if sl-slug not = spaces
                           and function trim(sl-slug)
                               = function trim(path-segment(1))
                           and function trim(sl-status) = "published"
                           set path-is-slug to true
                       end-if
               end-read
           end-perform.
           move "00" to slug-lookup-status.

       split-segment-text section.
           move 0 to split-count.
           move spaces to split-segment(1).
           move function length(function trim(seg-text)) to seg-len.
           move 1 to seg-pos.
           perform until seg-pos > seg-len
               if seg-text(seg-pos:1) = "/"
                   add 1 to seg-pos
               else
                   move seg-pos to seg-start
                   perform until seg-pos > seg-len
                       or seg-text(seg-pos:1) = "/"
                       add 1 to seg-pos
                   end-perform
                   if split-count < 10
                       add 1 to split-count
                       move seg-text(seg-start:seg-pos - seg-start)
                           to split-segment(split-count)
                   end-if
               end-if
           end-perform.

       compare-segments section.
           *> split-segments holds the route pattern; a "%name"
           *> segment matches any one path segment.
           move "N" to segments-match.
           if split-count not = path-seg-count
               exit section
           end-if.
           move "Y" to segments-match.
           perform varying seg-index from 1 by 1
               until seg-index > split-count
               if split-segment(seg-index)(1:1) not = "%"
                   and split-segment(seg-index)
                       not = path-segment(seg-index)
                   move "N" to segments-match
               end-if
           end-perform.

       write-report section.
           open output report-file.
           move function current-date to report-stamp.
           move "REDIRECT CHAIN AND LOOP AUDIT" to report-line.
           write report-line.
           move redirect-count to count-display.
           move function concatenate(
               "Run: ", bd-date, " ", report-stamp(9:6),
               "   Redirect lines: ", function trim(count-display)
           ) to report-line.
           write report-line.
           if collapse-mode = "Y"
               move "Mode: collapse - chains repointed at final target"
                   to report-line
           else
               move "Mode: report only" to report-line
           end-if.
           write report-line.
           if table-overflow = "Y"
               move function concatenate(
                   "NOTE: more than 500 lines - only the first 500 ",
                   "were audited and nothing was collapsed"
               ) to report-line
               write report-line
           end-if.

           move spaces to report-line.
           write report-line.
           move "== Chains of more than one hop ==" to report-line.
           write report-line.
           move 0 to group-count.
           perform varying redirect-index from 1 by 1
               until redirect-index > redirect-count
               if rd-hops(redirect-index) > 1
                   and not rd-loops(redirect-index)
                   and not rd-unused(redirect-index)
                   add 1 to group-count
                   move rd-hops(redirect-index) to hops-display
                   move function concatenate(
                       "   ", function trim(rd-trail(redirect-index)),
                       "  (", function trim(hops-display), " hops)"
                   ) to report-line
                   write report-line
               end-if
           end-perform.
           perform write-group-count.

           move spaces to report-line.
           write report-line.
           move "== Loops ==" to report-line.
           write report-line.
           move 0 to group-count.
           perform varying redirect-index from 1 by 1
               until redirect-index > redirect-count
               if rd-loops(redirect-index)
                   add 1 to group-count
                   move function concatenate(
                       "   ", function trim(rd-trail(redirect-index))
                   ) to report-line
                   write report-line
               end-if
           end-perform.
           perform write-group-count.

           move spaces to report-line.
           write report-line.
           move "== Final target is no route or published page =="
               to report-line.
           write report-line.
           move 0 to group-count.
           perform varying redirect-index from 1 by 1
               until redirect-index > redirect-count
               if rd-dead-end(redirect-index)
                   add 1 to group-count
                   move function concatenate(
                       "   ", function trim(rd-trail(redirect-index))
                   ) to report-line
                   write report-line
               end-if
           end-perform.
           perform write-group-count.

           move spaces to report-line.
           write report-line.
           move "== Never served - a route already owns the old path =="
               to report-line.
           write report-line.
           move 0 to group-count.
           perform varying redirect-index from 1 by 1
               until redirect-index > redirect-count
               if rd-unused(redirect-index)
                   add 1 to group-count
                   move function concatenate(
                       "   ",
                       function trim(rd-old-path(redirect-index)),
                       " -> ", function trim(rd-target(redirect-index))
                   ) to report-line
                   write report-line
               end-if
           end-perform.
           perform write-group-count.

           if collapse-mode = "Y"
               move spaces to report-line
               write report-line
               move collapsed-count to count-display
               move function concatenate(
                   function trim(count-display),
                   " chain(s) collapsed to a single hop"
               ) to report-line
               write report-line
           end-if.
           close report-file.

       write-group-count section.
           move group-count to count-display.
           move function concatenate(
               "   ", function trim(count-display), " found"
           ) to report-line.
           write report-line.

       rewrite-redirect-table section.
           *> Every line goes back in its original order - shadowed
           *> duplicates included, so nothing a person wrote is lost -
           *> with each collapsed chain's target replaced.
           open output redirects-new.
           if redirects-new-status not = "00"
               display "redirect-audit: could not write the new table"
               move 8 to return-code
               exit section
           end-if.
           perform varying redirect-index from 1 by 1
               until redirect-index > redirect-count
               if rd-permanent(redirect-index) = spaces
                   move function concatenate(
                       function trim(rd-old-path(redirect-index)), "|",
                       function trim(rd-target(redirect-index))
                   ) to redirects-new-line
               else
                   move function concatenate(
                       function trim(rd-old-path(redirect-index)), "|",
                       function trim(rd-target(redirect-index)), "|",
                       function trim(rd-permanent(redirect-index))
                   ) to redirects-new-line
               end-if
               write redirects-new-line
           end-perform.
           close redirects-new.
           call "CBL_RENAME_FILE" using new-path live-path
               returning file-op-result.
           if file-op-result not = 0
               display function concatenate(
                   "redirect-audit: could not replace ",
                   "data/redirects.conf"
               )
               move 8 to return-code
           end-if.

       start-scan section.
           move function length(function trim(scan-text))
               to scan-len.
           move 1 to scan-pos.

       next-scan-part section.
           *> The next "|"-separated field of scan-text.
           move spaces to scan-part.
           move 1 to scan-part-len.
           perform until scan-pos > scan-len
               or scan-text(scan-pos:1) = "|"
               if scan-part-len <= 200
                   move scan-text(scan-pos:1)
                       to scan-part(scan-part-len:1)
               end-if
               add 1 to scan-pos
               add 1 to scan-part-len
           end-perform.
           add 1 to scan-pos.

       end program redirect-audit.
