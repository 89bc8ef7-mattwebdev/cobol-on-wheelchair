       identification division.
       program-id. content-inventory.

       environment division.
       input-output section.
       file-control.
           select content-master
               assign to "data/content.dat"
               organization is indexed
               access mode is sequential
               record key is cm-id
               file status is content-file-status.

      *> Bodies past the first 2000 bytes continue here, keyed by
      *> item and segment - they count towards the word total and
      *> their links towards the inbound counts.
           select content-body-overflow
               assign to "data/content-body-overflow.dat"
               organization is indexed
               access mode is dynamic
               record key is cbo-key
               file status is body-overflow-status.

           select content-tag-xref
               assign to "data/content-tags.dat"
               organization is indexed
               access mode is dynamic
               record key is ctx-key
               file status is content-tag-status.

           select menu-master
               assign to "data/menus.dat"
               organization is indexed
               access mode is sequential
               record key is mn-key
               file status is menu-file-status.

           select comment-master
               assign to "data/comments.dat"
               organization is indexed
               access mode is sequential
               record key is co-id
               file status is comment-file-status.

           select analytics-master
               assign to "data/analytics.dat"
               organization is indexed
               access mode is dynamic
               record key is an-key
               file status is analytics-status.

      *> check-links.cbl's latest findings, grouped under a
      *> "CONTENT #<id>" line per item.
           select broken-link-report
               assign to "data/broken-links.txt"
               organization is line sequential
               file status is broken-link-status.

           select inventory-file
               assign to "data/content-inventory.csv"
               organization is line sequential
               file status is inventory-file-status.

       data division.
       file section.
       fd  content-master.
       01  content-master-record.
           03 cm-id             pic 9(10).
           03 cm-type           pic x(20).
           03 cm-status         pic x(20).
           03 cm-author         pic x(50).
           03 cm-title          pic x(200).
           03 cm-body           pic x(2000).
           03 cm-publish-date   pic x(20).
           03 cm-created-date   pic x(20).
           03 cm-expiry-date    pic x(20).
           03 cm-parent-id      pic 9(10).
           03 cm-deleted-date   pic x(20).
           03 cm-version        pic 9(6).
           03 cm-language       pic x(5).
           03 cm-translation-of pic 9(10).
           03 cm-slug           pic x(80).
           03 cm-updated-date   pic x(8).
           03 cm-assigned-to    pic x(50).
           03 cm-site-id        pic x(20).
           03 cm-meta-desc      pic x(300).
           03 cm-canonical-url  pic x(200).
           03 cm-share-image-id pic 9(10).
           03 cm-featured       pic x(1).
           03 cm-sort-weight    pic 9(4).
           03 cm-approved-by    pic x(50).

       fd  content-body-overflow.
       01  content-body-overflow-record.
           03 cbo-key.
               05 cbo-content-id pic 9(10).
               05 cbo-seq        pic 9(4).
           03 cbo-text          pic x(2000).

       fd  content-tag-xref.
       01  content-tag-xref-record.
           03 ctx-key.
               05 ctx-content-id pic 9(10).
               05 ctx-tag-name   pic x(30).

       fd  menu-master.
       01  menu-master-record.
           03 mn-key.
               05 mn-menu       pic x(30).
               05 mn-seq        pic 9(4).
           03 mn-label          pic x(50).
           03 mn-target-kind    pic x(10).
           03 mn-target         pic x(200).

       fd  comment-master.
       01  comment-master-record.
           03 co-id             pic 9(10).
           03 co-content-id     pic 9(10).
           03 co-author-name    pic x(50).
           03 co-email          pic x(100).
           03 co-body           pic x(1000).
           03 co-status         pic x(10).
           03 co-submitted-date pic x(20).
           03 co-parent-id      pic 9(10).

       fd  analytics-master.
       01  analytics-record.
           03 an-key.
               05 an-date       pic x(8).
               05 an-path       pic x(100).
           03 an-hits           pic 9(8).
           03 an-total-ms       pic 9(12).
           03 an-bot-hits       pic 9(8).

       fd  broken-link-report.
       01  broken-link-line     pic x(400).

       fd  inventory-file.
       01  inventory-line       pic x(1500).

       working-storage section.
       01 content-file-status  pic xx.
       01 body-overflow-status pic xx.
       01 content-tag-status   pic xx.
       01 menu-file-status     pic xx.
       01 comment-file-status  pic xx.
       01 analytics-status     pic xx.
       01 broken-link-status   pic xx.
       01 inventory-file-status pic xx.

      *> Every item that is not in the trash, in id order (content.dat
      *> is read by key), so a link, hit or comment finds its item
      *> by binary search. The counts gather here over the passes
      *> before the CSV is written.
       01 item-table.
           03 item-count        pic 9(4) usage comp-5 value 0.
           03 item-rows occurs 5000 times.
               05 it-id         pic 9(10).
               05 it-slug       pic x(80).
               05 it-inbound    pic 9(6) usage comp-5.
               05 it-broken     pic 9(6) usage comp-5.
               05 it-comments   pic 9(6) usage comp-5.
               05 it-hits       pic 9(10) usage comp-5.
               05 it-bot-hits   pic 9(10) usage comp-5.
               05 it-menus      pic x(200).
       01 items-skipped        pic 9(6) usage comp-5 value 0.
       01 item-index           pic 9(4) usage comp-5.
       01 source-index         pic 9(4) usage comp-5.
       01 found-index          pic 9(4) usage comp-5.
       01 search-low           pic 9(4) usage comp-5.
       01 search-high          pic 9(4) usage comp-5.
       01 search-mid           pic 9(4) usage comp-5.
       01 seek-id              pic 9(10).
       01 seek-slug            pic x(94).
       01 rows-written         pic 9(6) usage comp-5 value 0.

      *> Link scanning - the same href walk check-links.cbl does,
      *> over the first body segment and then each continuation.
       01 scan-text            pic x(2000).
       01 scan-len             pic 9(4) usage comp-5.
       01 scan-pos             pic 9(4) usage comp-5.
       01 href-quote           pic x(1).
       01 href-value           pic x(200).
       01 href-out             pic 9(4) usage comp-5.
       01 href-tail            pic x(194).
       01 href-target          pic x(194).
       01 target-index         pic 9(4) usage comp-5.
       01 slash-count          pic 9(4) usage comp-5.

      *> Word count - runs of non-blank characters, carried across
      *> segment boundaries since a continuation picks up mid-text.
       01 word-count           pic 9(7) usage comp-5.
       01 in-word              pic x(1).

       01 current-broken-index pic 9(4) usage comp-5.
       01 broken-id-text       pic x(20).

      *> Hits over the last 90 days up to the business date.
       01 hits-cutoff-int      pic 9(8) usage comp-5.
       01 hits-cutoff          pic 9(8).
       01 path-tail            pic x(94).
       01 hits-path-id         pic x(94).

       01 menu-seq-display     pic z(3)9.
       01 menu-entry-text      pic x(40).

       01 tag-list             pic x(300).
       01 item-owner           pic x(50).
       01 date-in              pic x(20).
       01 date-out             pic x(10).
       01 created-out          pic x(10).
       01 updated-out          pic x(10).
       01 published-out        pic x(10).
       01 expiry-out           pic x(10).

      *> Quoted CSV text - an embedded double quote is doubled.
       01 quote-in             pic x(300).
       01 quote-out            pic x(600).
       01 quote-in-len         pic 9(4) usage comp-5.
       01 quote-in-pos         pic 9(4) usage comp-5.
       01 quote-out-pos        pic 9(4) usage comp-5.
       01 quoted-title         pic x(402).
       01 quoted-tags          pic x(602).
       01 quoted-menus         pic x(402).

       01 id-display           pic z(9)9.
       01 parent-display       pic z(9)9.
       01 parent-text          pic x(10).
       01 words-display        pic z(6)9.
       01 n1-display           pic z(5)9.
       01 n2-display           pic z(5)9.
       01 n3-display           pic z(5)9.
       01 hits-display         pic z(9)9.
       01 bot-hits-display     pic z(9)9.
       01 count-display        pic z(5)9.

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

      *> The annual content audit's starting spreadsheet: one CSV
      *> row per item not in the trash, in data/content-inventory.csv
      *> - identity (id, site, type, status, language, title, slug),
      *> people (author, and the owner - the assignee when there is
      *> one, else the author), the created / updated / published /
      *> expiry dates as YYYY-MM-DD, the word count over the whole
      *> body including its continuation segments, tags, parent,
      *> menu placements (menu#position), how many links on
      *> published pages point at it, how many broken links it
      *> carries (check-links.cbl's last run), its approved
      *> comments, and its people and bot hits over the last 90
      *> days from analytics.dat. Sorted by date, hits and inbound
      *> links it shows what is old, unvisited and unlinked.
      *> Scheduled monthly; run on demand from the admin jobs screen
      *> ahead of the audit.
       procedure division.

       move "get" to bd-action.
       move spaces to bd-date-in.
       move spaces to bd-set-by.
       call "business-date" using business-date-request
           business-date-response.

       perform load-items.
       if item-count = 0
           display "content-inventory: no content to list"
           goback
       end-if.
       open input content-body-overflow.
       perform count-inbound-links.
       perform load-broken-links.
       perform load-comment-counts.
       perform load-recent-hits.
       perform load-menu-placements.
       perform write-inventory.
       close content-body-overflow.

       move rows-written to count-display.
       display function concatenate(
           "content-inventory: ", function trim(count-display),
           " item(s) written to data/content-inventory.csv",
           " (business date ", bd-date-iso, ")"
       ).
       if items-skipped > 0
           move items-skipped to count-display
           display function concatenate(
               "content-inventory: ", function trim(count-display),
               " item(s) past the 5000-item table were left out"
           )
       end-if.

       goback.

       load-items section.
           open input content-master.
           if content-file-status not = "00"
               exit section
           end-if.
           perform until content-file-status not = "00"
               read content-master next record
                   at end move "10" to content-file-status
                   not at end
                       if function trim(cm-status) not = "trashed"
                           perform add-one-item
                       end-if
               end-read
           end-perform.
           close content-master.

       add-one-item section.
           if item-count >= 5000
               add 1 to items-skipped
               exit section
           end-if.
           add 1 to item-count.
           move cm-id to it-id(item-count).
           move cm-slug to it-slug(item-count).
           move 0 to it-inbound(item-count) it-broken(item-count)
               it-comments(item-count) it-hits(item-count)
               it-bot-hits(item-count).
           move spaces to it-menus(item-count).

       find-item-by-id section.
           *> seek-id in; found-index out, zero when not listed.
           move 0 to found-index.
           move 1 to search-low.
           move item-count to search-high.
           perform until search-low > search-high
               or found-index > 0
               compute search-mid = (search-low + search-high) / 2
               evaluate true
                   when it-id(search-mid) = seek-id
                       move search-mid to found-index
                   when it-id(search-mid) < seek-id
                       compute search-low = search-mid + 1
                   when other
                       if search-mid = 1
                           move 0 to search-high
                       else
                           compute search-high = search-mid - 1
                       end-if
               end-evaluate
           end-perform.

       find-item-by-slug section.
           *> seek-slug in; found-index out, zero when no item has it.
           move 0 to found-index.
           if seek-slug = spaces
               exit section
           end-if.
           perform varying item-index from 1 by 1
               until item-index > item-count
               if it-slug(item-index) not = spaces
                   and function trim(it-slug(item-index))
                       = function trim(seek-slug)
                   move item-index to found-index
                   exit perform
               end-if
           end-perform.

       find-item-by-page-ref section.
           *> The part of a path after "/page/" - an id or a slug -
           *> in seek-slug; found-index out.
           move 0 to found-index.
           move spaces to hits-path-id.
           unstring seek-slug delimited by "?" or "#" or "/" or space
               into hits-path-id
           end-unstring.
           if hits-path-id = spaces
               exit section
           end-if.
           if function trim(hits-path-id) is numeric
               move function numval(hits-path-id) to seek-id
               perform find-item-by-id
           else
               move hits-path-id to seek-slug
               perform find-item-by-slug
           end-if.

       count-inbound-links section.
           *> Links from published pages only - a draft linking to
           *> an item does not make it findable.
           open input content-master.
           if content-file-status not = "00"
               exit section
           end-if.
           perform until content-file-status not = "00"
               read content-master next record
                   at end move "10" to content-file-status
                   not at end
                       if function trim(cm-status) = "published"
                           perform scan-one-item-links
                       end-if
               end-read
           end-perform.
           close content-master.

       scan-one-item-links section.
           move cm-id to seek-id.
           perform find-item-by-id.
           move found-index to source-index.
           move cm-body to scan-text.
           perform scan-text-for-links.
           move cm-id to cbo-content-id.
           move 0 to cbo-seq.
           move spaces to body-overflow-status.
           start content-body-overflow key is greater than cbo-key
               invalid key move "10" to body-overflow-status
           end-start.
           perform until body-overflow-status = "10"
               read content-body-overflow next record
                   at end move "10" to body-overflow-status
                   not at end
                       if cbo-content-id not = cm-id
                           move "10" to body-overflow-status
                       else
                           move cbo-text to scan-text
                           perform scan-text-for-links
                       end-if
               end-read
           end-perform.

       scan-text-for-links section.
           move function length(function trim(scan-text, trailing))
               to scan-len.
           move 1 to scan-pos.
           perform until scan-pos > scan-len - 6
               if scan-text(scan-pos:6) = 'href="'
                   or scan-text(scan-pos:6) = "href='"
                   move scan-text(scan-pos + 5:1) to href-quote
                   add 6 to scan-pos
                   perform extract-one-href
                   if href-value(1:1) = "/"
                       perform resolve-link-target
                       if target-index > 0
                           and target-index not = source-index
                           add 1 to it-inbound(target-index)
                       end-if
                   end-if
               else
                   add 1 to scan-pos
               end-if
           end-perform.

       extract-one-href section.
           move spaces to href-value.
           move 0 to href-out.
           perform until scan-pos > scan-len
               or scan-text(scan-pos:1) = href-quote
               if href-out < 200
                   add 1 to href-out
                   move scan-text(scan-pos:1) to href-value(href-out:1)
               end-if
               add 1 to scan-pos
           end-perform.

       resolve-link-target section.
           *> href-value in (a site-relative path); target-index out.
           *> /page/<id>, /page/<slug> and a bare /<slug> all reach
           *> an item - the same addresses check-links.cbl accepts.
           move 0 to target-index.
           if href-value(1:6) = "/page/"
               move href-value(7:194) to seek-slug
               perform find-item-by-page-ref
               move found-index to target-index
               exit section
           end-if.
           move href-value(2:194) to href-tail.
           move spaces to href-target.
           unstring href-tail delimited by "?" or "#" or space
               into href-target
           end-unstring.
           move 0 to slash-count.
           inspect href-target tallying slash-count for all "/".
           if slash-count = 0 and href-target not = spaces
               move href-target to seek-slug
               perform find-item-by-slug
               move found-index to target-index
           end-if.

       load-broken-links section.
           move 0 to current-broken-index.
           open input broken-link-report.
           if broken-link-status not = "00"
               exit section
           end-if.
           perform until broken-link-status not = "00"
               read broken-link-report
                   at end move "10" to broken-link-status
                   not at end
                       perform note-one-broken-link-line
               end-read
           end-perform.
           close broken-link-report.

       note-one-broken-link-line section.
           if broken-link-line(1:9) = "CONTENT #"
               move spaces to broken-id-text
               unstring broken-link-line(10:) delimited by space
                   into broken-id-text
               end-unstring
               move 0 to current-broken-index
               if function trim(broken-id-text) is numeric
                   move function numval(broken-id-text) to seek-id
                   perform find-item-by-id
                   move found-index to current-broken-index
               end-if
               exit section
           end-if.
           if broken-link-line(1:15) = "  broken link: "
               and current-broken-index > 0
               add 1 to it-broken(current-broken-index)
           end-if.

       load-comment-counts section.
           open input comment-master.
           if comment-file-status not = "00"
               exit section
           end-if.
           perform until comment-file-status not = "00"
               read comment-master next record
                   at end move "10" to comment-file-status
                   not at end
                       if function trim(co-status) = "approved"
                           move co-content-id to seek-id
                           perform find-item-by-id
                           if found-index > 0
                               add 1 to it-comments(found-index)
                           end-if
                       end-if
               end-read
           end-perform.
           close comment-master.

       load-recent-hits section.
           compute hits-cutoff-int =
               function integer-of-date(function numval(bd-date)) - 89.
           move function date-of-integer(hits-cutoff-int)
               to hits-cutoff.
           open input analytics-master.
           if analytics-status not = "00"
               exit section
           end-if.
           move hits-cutoff to an-date.
           move low-values to an-path.
           start analytics-master key is not less than an-key
               invalid key move "10" to analytics-status
           end-start.
           perform until analytics-status not = "00"
               read analytics-master next record
                   at end move "10" to analytics-status
                   not at end
                       if an-date > bd-date
                           move "10" to analytics-status
                       else
                           if an-path(1:6) = "/page/"
                               perform credit-one-hits-row
                           end-if
                       end-if
               end-read
           end-perform.
           close analytics-master.

       credit-one-hits-row section.
           move an-path(7:94) to path-tail.
           move path-tail to seek-slug.
           perform find-item-by-page-ref.
           if found-index > 0
               add an-hits to it-hits(found-index)
               add an-bot-hits to it-bot-hits(found-index)
           end-if.

       load-menu-placements section.
           open input menu-master.
           if menu-file-status not = "00"
               exit section
           end-if.
           perform until menu-file-status not = "00"
               read menu-master next record
                   at end move "10" to menu-file-status
                   not at end
                       perform place-one-menu-entry
               end-read
           end-perform.
           close menu-master.

       place-one-menu-entry section.
           *> Content entries hold the id; a URL entry can still
           *> point at a page by its address.
           move 0 to target-index.
           evaluate function trim(mn-target-kind)
               when "content"
                   if function trim(mn-target) is numeric
                       move function numval(mn-target) to seek-id
                       perform find-item-by-id
                       move found-index to target-index
                   end-if
               when "tag"
                   continue
               when other
                   if mn-target(1:1) = "/"
                       move mn-target to href-value
                       perform resolve-link-target
                   end-if
           end-evaluate.
           if target-index = 0
               exit section
           end-if.
           move mn-seq to menu-seq-display.
           move function concatenate(
               function trim(mn-menu), "#",
               function trim(menu-seq-display)
           ) to menu-entry-text.
           if it-menus(target-index) = spaces
               move menu-entry-text to it-menus(target-index)
           else
               move function concatenate(
                   function trim(it-menus(target-index)), "; ",
                   function trim(menu-entry-text)
               ) to it-menus(target-index)
           end-if.

       write-inventory section.
           open output inventory-file.
           move function concatenate(
               "id,site,type,status,language,title,slug,author,owner,",
               "created,updated,published,expiry,word_count,tags,",
               "parent_id,menus,inbound_links,broken_outbound_links,",
               "comments,hits_90d,bot_hits_90d"
           ) to inventory-line.
           write inventory-line.
           open input content-master.
           if content-file-status = "00"
               perform until content-file-status not = "00"
                   read content-master next record
                       at end move "10" to content-file-status
                       not at end
                           if function trim(cm-status) not = "trashed"
                               perform write-one-inventory-row
                           end-if
                   end-read
               end-perform
               close content-master
           end-if.
           close inventory-file.

       write-one-inventory-row section.
           move cm-id to seek-id.
           perform find-item-by-id.
           if found-index = 0
               exit section
           end-if.
           move found-index to item-index.
           perform count-item-words.
           perform collect-item-tags.

           if cm-assigned-to not = spaces
               move cm-assigned-to to item-owner
           else
               move cm-author to item-owner
           end-if.
           move cm-created-date to date-in.
           perform format-date.
           move date-out to created-out.
           move cm-updated-date to date-in.
           perform format-date.
           move date-out to updated-out.
           move cm-publish-date to date-in.
           perform format-date.
           move date-out to published-out.
           move cm-expiry-date to date-in.
           perform format-date.
           move date-out to expiry-out.

           move cm-title to quote-in.
           perform quote-csv-text.
           move quote-out to quoted-title.
           move tag-list to quote-in.
           perform quote-csv-text.
           move quote-out to quoted-tags.
           move it-menus(item-index) to quote-in.
           perform quote-csv-text.
           move quote-out to quoted-menus.

           move cm-id to id-display.
           move word-count to words-display.
           if cm-parent-id > 0
               move cm-parent-id to parent-display
               move parent-display to parent-text
           else
               move spaces to parent-text
           end-if.
           move it-inbound(item-index) to n1-display.
           move it-broken(item-index) to n2-display.
           move it-comments(item-index) to n3-display.
           move it-hits(item-index) to hits-display.
           move it-bot-hits(item-index) to bot-hits-display.

           move function concatenate(
               function trim(id-display), ",",
               function trim(cm-site-id), ",",
               function trim(cm-type), ",",
               function trim(cm-status), ",",
               function trim(cm-language), ",",
               function trim(quoted-title), ",",
               function trim(cm-slug), ",",
               function trim(cm-author), ",",
               function trim(item-owner), ","
           ) to inventory-line.
           move function concatenate(
               function trim(inventory-line),
               function trim(created-out), ",",
               function trim(updated-out), ",",
               function trim(published-out), ",",
               function trim(expiry-out), ",",
               function trim(words-display), ",",
               function trim(quoted-tags), ",",
               function trim(parent-text), ",",
               function trim(quoted-menus), ","
           ) to inventory-line.
           move function concatenate(
               function trim(inventory-line),
               function trim(n1-display), ",",
               function trim(n2-display), ",",
               function trim(n3-display), ",",
               function trim(hits-display), ",",
               function trim(bot-hits-display)
           ) to inventory-line.
           write inventory-line.
           add 1 to rows-written.

       count-item-words section.
           move 0 to word-count.
           move "N" to in-word.
           move cm-body to scan-text.
           perform count-segment-words.
           move cm-id to cbo-content-id.
           move 0 to cbo-seq.
           move spaces to body-overflow-status.
           start content-body-overflow key is greater than cbo-key
               invalid key move "10" to body-overflow-status
           end-start.
           perform until body-overflow-status = "10"
               read content-body-overflow next record
                   at end move "10" to body-overflow-status
                   not at end
                       if cbo-content-id not = cm-id
                           move "10" to body-overflow-status
                       else
                           move cbo-text to scan-text
                           perform count-segment-words
                       end-if
               end-read
           end-perform.

       count-segment-words section.
           perform varying scan-pos from 1 by 1
               until scan-pos > 2000
               if scan-text(scan-pos:1) = space
                   move "N" to in-word
               else
                   if in-word = "N"
                       add 1 to word-count
                       move "Y" to in-word
                   end-if
               end-if
           end-perform.

       collect-item-tags section.
           move spaces to tag-list.
           open input content-tag-xref.
           if content-tag-status not = "00"
               exit section
           end-if.
           move cm-id to ctx-content-id.
           move low-values to ctx-tag-name.
           start content-tag-xref key is not less than ctx-key
               invalid key move "10" to content-tag-status
           end-start.
           perform until content-tag-status not = "00"
               read content-tag-xref next record
                   at end move "10" to content-tag-status
                   not at end
                       if ctx-content-id not = cm-id
                           move "10" to content-tag-status
                       else
                           perform add-one-tag
                       end-if
               end-read
           end-perform.
           close content-tag-xref.

       add-one-tag section.
           if tag-list = spaces
               move ctx-tag-name to tag-list
           else
               move function concatenate(
                   function trim(tag-list), "; ",
                   function trim(ctx-tag-name)
               ) to tag-list
           end-if.

       format-date section.
           *> date-in holds "YYYYMMDD..." or "YYYY-MM-DD..."; date-out
           *> comes back as YYYY-MM-DD, or spaces when it is neither.
           move spaces to date-out.
           if date-in(5:1) = "-"
               move date-in(1:10) to date-out
           else
               if date-in(1:8) is numeric
                   move function concatenate(
                       date-in(1:4), "-", date-in(5:2), "-",
                       date-in(7:2)
                   ) to date-out
               end-if
           end-if.

       quote-csv-text section.
           *> quote-in in; quote-out is it wrapped in double quotes
           *> with any quote inside doubled - blank stays blank.
           move spaces to quote-out.
           if quote-in = spaces
               exit section
           end-if.
           move function length(function trim(quote-in, trailing))
               to quote-in-len.
           move '"' to quote-out(1:1).
           move 1 to quote-out-pos.
           perform varying quote-in-pos from 1 by 1
               until quote-in-pos > quote-in-len
               if quote-in(quote-in-pos:1) = '"'
                   add 1 to quote-out-pos
                   move '"' to quote-out(quote-out-pos:1)
               end-if
               add 1 to quote-out-pos
               move quote-in(quote-in-pos:1)
                   to quote-out(quote-out-pos:1)
           end-perform.
           add 1 to quote-out-pos.
           move '"' to quote-out(quote-out-pos:1).

       end program content-inventory.
