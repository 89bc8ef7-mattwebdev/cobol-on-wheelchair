       identification division.
       program-id. near-duplicate-report.

       environment division.
       input-output section.
       file-control.
           select content-master
               assign to "data/content.dat"
               organization is indexed
               access mode is sequential
               record key is cm-id
               file status is content-file-status.

      *> Read in word order through the alternate key - each word's
      *> postings arrive together, so every item's vocabulary builds
      *> up already sorted and two items compare in one merge.
           select search-index
               assign to "data/search-index.dat"
               organization is indexed
               access mode is dynamic
               record key is six-key
               alternate record key is six-word with duplicates
               file status is search-index-status.

           select analytics-master
               assign to "data/analytics.dat"
               organization is indexed
               access mode is sequential
               record key is an-key
               file status is analytics-status.

           select report-file
               assign to "data/near-duplicates.txt"
               organization is line sequential
               file status is report-file-status.

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

       fd  search-index.
       01  search-index-record.
           03 six-key.
               05 six-content-id pic 9(10).
               05 six-seq        pic 9(6).
           03 six-word          pic x(30).
           03 six-field         pic x(1).
           03 six-position      pic 9(6).
           03 six-source        pic x(1).

       fd  analytics-master.
       01  analytics-record.
           03 an-key.
               05 an-date       pic x(8).
               05 an-path       pic x(100).
           03 an-hits           pic 9(8).
           03 an-total-ms       pic 9(12).
           03 an-bot-hits       pic 9(8).

       fd  report-file.
       01  report-line          pic x(300).

       working-storage section.
       01 content-file-status  pic xx.
       01 search-index-status  pic xx.
       01 analytics-status     pic xx.
       01 report-file-status   pic xx.

      *> Published items in id order (content.dat is read by key),
      *> so an index posting finds its item by binary search.
       01 item-table.
           03 item-count        pic 9(4) usage comp-5 value 0.
           03 item-rows occurs 2000 times.
               05 it-id         pic 9(10).
               05 it-title      pic x(200).
               05 it-author     pic x(50).
               05 it-updated    pic x(8).
               05 it-slug       pic x(80).
               05 it-word-start pic 9(9) usage comp-5.
               05 it-word-count pic 9(9) usage comp-5.
               05 it-word-fill  pic 9(9) usage comp-5.
               05 it-last-word  pic 9(9) usage comp-5.
               05 it-hits       pic 9(10) usage comp-5.
               05 it-listed     pic x(1).
       01 items-skipped        pic 9(6) usage comp-5 value 0.
       01 items-too-large      pic 9(6) usage comp-5 value 0.
       01 item-index           pic 9(4) usage comp-5.
       01 other-index          pic 9(4) usage comp-5.
       01 first-other          pic 9(4) usage comp-5.
       01 search-low           pic 9(4) usage comp-5.
       01 search-high          pic 9(4) usage comp-5.
       01 search-mid           pic 9(4) usage comp-5.
       01 found-index          pic 9(4) usage comp-5.
       01 seek-id              pic 9(10).

      *> Every item's vocabulary as word numbers (the word's rank in
      *> index order), item by item, each list ascending.
       01 word-pool.
           03 pool-word occurs 400000 times pic 9(9) usage comp-5.
       01 pool-limit           pic 9(9) usage comp-5 value 400000.
       01 pool-used            pic 9(9) usage comp-5.

      *> One word's postings, reduced to the distinct items using it.
      *> A word in more than half of all items (the, and, page ...)
      *> says nothing about duplication and is left out.
       01 word-run.
           03 run-item-count    pic 9(4) usage comp-5.
           03 run-items occurs 2000 times pic 9(4) usage comp-5.
       01 run-index            pic 9(4) usage comp-5.
       01 current-word         pic x(30).
       01 word-number          pic 9(9) usage comp-5.
       01 common-word-limit    pic 9(4) usage comp-5.
       01 index-pass           pic 9 usage comp-5.

      *> Pair scoring - shared words over all the words either uses
      *> (Jaccard), as a percentage.
       01 min-words            pic 9(4) usage comp-5 value 20.
       01 threshold-pct        pic 999 usage comp-5 value 60.
       01 pos-a                pic 9(9) usage comp-5.
       01 pos-b                pic 9(9) usage comp-5.
       01 end-a                pic 9(9) usage comp-5.
       01 end-b                pic 9(9) usage comp-5.
       01 shared-words         pic 9(9) usage comp-5.
       01 union-words          pic 9(9) usage comp-5.
       01 pair-score           pic 999 usage comp-5.
       01 pairs-compared       pic 9(9) usage comp-5 value 0.
       01 pair-table.
           03 pair-count        pic 9(4) usage comp-5 value 0.
           03 pair-rows occurs 500 times.
               05 pr-item-a     pic 9(4) usage comp-5.
               05 pr-item-b     pic 9(4) usage comp-5.
               05 pr-score      pic 999 usage comp-5.
               05 pr-shared     pic 9(6) usage comp-5.
       01 pairs-over-table     pic 9(6) usage comp-5 value 0.
       01 pair-index           pic 9(4) usage comp-5.
       01 best-pair            pic 9(4) usage comp-5.
       01 best-score           pic 999 usage comp-5.

       01 hits-path-id         pic x(94).
       01 path-tail            pic x(94).

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

       01 id-display           pic z(9)9.
       01 score-display        pic zz9.
       01 count-display        pic z(8)9.
       01 hits-display         pic z(9)9.
       01 updated-display      pic x(10).

      *> settings.cbl's LINKAGE shape with local names.
       01 settings-request.
           03 settings-action   pic x(10).
           03 settings-key      pic x(40).
           03 settings-value    pic x(200).

       01 settings-response.
           03 settings-success  pic x(1).
           03 settings-message  pic x(200).
           03 settings-value-out pic x(200).

      *> notifications.cbl's LINKAGE shape with local names.
       01 notify-request.
           03 notify-action     pic x(15).
           03 notify-user       pic x(50).
           03 notify-text       pic x(200).

       01 notify-response.
           03 notify-success    pic x(1).
           03 notify-message    pic x(200).
           03 notify-unread     pic 9(6).

      *> Weekly hunt for pages copied instead of linked: every pair
      *> of published items is scored by the vocabulary they share
      *> in the search index, and pairs at or over
      *> near_duplicate_threshold percent (60 when blank) are listed
      *> in data/near-duplicates.txt, closest first, with title,
      *> author, last update and views on file for each side - what
      *> the content team needs to pick the survivor and redirect
      *> the rest. Items of fewer than 20 indexed words are too
      *> short to judge and are left out.
       procedure division.

       move "get" to bd-action.
       move spaces to bd-date-in.
       move spaces to bd-set-by.
       call "business-date" using business-date-request
           business-date-response.
       display function concatenate(
           "near-duplicate-report: business date ", bd-date-iso
       ).
       perform load-threshold.
       perform load-published-items.
       perform build-vocabularies.
       perform score-all-pairs.
       perform load-view-counts.
       perform write-report.

       if pair-count > 0
           move "post-reviewers" to notify-action
           move spaces to notify-user
           move pair-count to count-display
           move function concatenate(
               "The weekly near-duplicate check found ",
               function trim(count-display), " pair(s) of published",
               " items sharing most of their wording - see",
               " data/near-duplicates.txt"
           ) to notify-text
           call "notifications" using notify-request notify-response
       end-if.

       move pair-count to count-display.
       display function concatenate(
           "near-duplicate-report: ", function trim(item-count),
           " published item(s), ", function trim(count-display),
           " pair(s) listed; report written to",
           " data/near-duplicates.txt"
       ).

       goback.

       load-threshold section.
           move "get" to settings-action.
           move "near_duplicate_threshold" to settings-key.
           move spaces to settings-value.
           call "settings" using settings-request settings-response.
           if settings-success = "Y"
               and function trim(settings-value-out) is numeric
               and function numval(settings-value-out) > 0
               and function numval(settings-value-out) <= 100
               move function numval(settings-value-out)
                   to threshold-pct
           end-if.

       load-published-items section.
           open input content-master.
           if content-file-status not = "00"
               exit section
           end-if.
           perform until content-file-status not = "00"
               read content-master next record
                   at end move "10" to content-file-status
                   not at end
                       if function trim(cm-status) = "published"
                           perform add-one-item
                       end-if
               end-read
           end-perform.
           close content-master.

       add-one-item section.
           if item-count >= 2000
               add 1 to items-skipped
               exit section
           end-if.
           add 1 to item-count.
           move cm-id to it-id(item-count).
           move cm-title to it-title(item-count).
           move cm-author to it-author(item-count).
           move cm-updated-date to it-updated(item-count).
           move cm-slug to it-slug(item-count).
           move 0 to it-word-start(item-count).
           move 0 to it-word-count(item-count).
           move 0 to it-word-fill(item-count).
           move 0 to it-last-word(item-count).
           move 0 to it-hits(item-count).
           move "N" to it-listed(item-count).

       build-vocabularies section.
           *> Two passes in word order: the first counts each item's
           *> words so the pool can be carved up, the second fills
           *> it.
           if item-count < 2
               exit section
           end-if.
           if item-count >= 4
               compute common-word-limit = item-count / 2
           else
               move item-count to common-word-limit
           end-if.
           open input search-index.
           if search-index-status not = "00"
               exit section
           end-if.
           move 1 to index-pass.
           perform walk-index-by-word.
           perform carve-word-pool.
           perform varying item-index from 1 by 1
               until item-index > item-count
               move 0 to it-last-word(item-index)
           end-perform.
           move 2 to index-pass.
           perform walk-index-by-word.
           close search-index.

       walk-index-by-word section.
           move 0 to word-number.
           move spaces to current-word.
           move 0 to run-item-count.
           move spaces to six-word.
           start search-index key is greater than six-word
               invalid key move "10" to search-index-status
           end-start.
           perform until search-index-status not = "00"
               read search-index next record
                   at end move "10" to search-index-status
                   not at end
                       if six-word not = current-word
                           perform close-word-run
                           move six-word to current-word
                           add 1 to word-number
                       end-if
                       move six-content-id to seek-id
                       perform find-item-by-id
                       if found-index > 0
                           and it-last-word(found-index)
                               not = word-number
                           move word-number
                               to it-last-word(found-index)
                           if run-item-count < 2000
                               add 1 to run-item-count
                               move found-index
                                   to run-items(run-item-count)
                           end-if
                       end-if
               end-read
           end-perform.
           perform close-word-run.
           move "00" to search-index-status.

       close-word-run section.
           if run-item-count = 0
               exit section
           end-if.
           if run-item-count <= common-word-limit
               perform varying run-index from 1 by 1
                   until run-index > run-item-count
                   move run-items(run-index) to item-index
                   if index-pass = 1
                       add 1 to it-word-count(item-index)
                   else
                       if it-word-fill(item-index)
                           < it-word-count(item-index)
                           add 1 to it-word-fill(item-index)
                           compute pos-a = it-word-start(item-index)
                               + it-word-fill(item-index) - 1
                           move word-number to pool-word(pos-a)
                       end-if
                   end-if
               end-perform
           end-if.
           move 0 to run-item-count.

       carve-word-pool section.
           *> An item that would run the pool past its end is left
           *> out of the comparison rather than compared on half its
           *> words.
           move 1 to pool-used.
           perform varying item-index from 1 by 1
               until item-index > item-count
               if pool-used + it-word-count(item-index) - 1
                   > pool-limit
                   move 0 to it-word-count(item-index)
                   add 1 to items-too-large
               end-if
               move pool-used to it-word-start(item-index)
               add it-word-count(item-index) to pool-used
           end-perform.

       find-item-by-id section.
           move 0 to found-index.
           if item-count = 0
               exit section
           end-if.
           move 1 to search-low.
           move item-count to search-high.
           perform until search-low > search-high
               compute search-mid = (search-low + search-high) / 2
               evaluate true
                   when it-id(search-mid) = seek-id
                       move search-mid to found-index
                       exit perform
                   when it-id(search-mid) < seek-id
                       compute search-low = search-mid + 1
                   when other
                       if search-mid = 1
                           exit perform
                       end-if
                       compute search-high = search-mid - 1
               end-evaluate
           end-perform.

       score-all-pairs section.
           perform varying item-index from 1 by 1
               until item-index > item-count
               if it-word-count(item-index) >= min-words
                   compute first-other = item-index + 1
                   perform varying other-index from first-other by 1
                       until other-index > item-count
                       perform score-one-pair
                   end-perform
               end-if
           end-perform.

       score-one-pair section.
           if it-word-count(other-index) < min-words
               exit section
           end-if.
           *> The smaller list over the larger caps the score - a
           *> pair that cannot reach the threshold is not merged.
           if it-word-count(item-index) < it-word-count(other-index)
               compute pair-score = it-word-count(item-index) * 100
                   / it-word-count(other-index)
           else
               compute pair-score = it-word-count(other-index) * 100
                   / it-word-count(item-index)
           end-if.
           if pair-score >= threshold-pct
               add 1 to pairs-compared
               perform merge-one-pair
               if pair-score >= threshold-pct
                   perform keep-one-pair
               end-if
           end-if.

       merge-one-pair section.
           move 0 to shared-words.
           move it-word-start(item-index) to pos-a.
           compute end-a = it-word-start(item-index)
               + it-word-count(item-index).
           move it-word-start(other-index) to pos-b.
           compute end-b = it-word-start(other-index)
               + it-word-count(other-index).
           perform until pos-a >= end-a or pos-b >= end-b
               evaluate true
                   when pool-word(pos-a) = pool-word(pos-b)
                       add 1 to shared-words
                       add 1 to pos-a
                       add 1 to pos-b
                   when pool-word(pos-a) < pool-word(pos-b)
                       add 1 to pos-a
                   when other
                       add 1 to pos-b
               end-evaluate
           end-perform.
           compute union-words = it-word-count(item-index)
               + it-word-count(other-index) - shared-words.
           compute pair-score = shared-words * 100 / union-words.

       keep-one-pair section.
           if pair-count >= 500
               add 1 to pairs-over-table
               exit section
           end-if.
           add 1 to pair-count.
           move item-index to pr-item-a(pair-count).
           move other-index to pr-item-b(pair-count).
           move pair-score to pr-score(pair-count).
           move shared-words to pr-shared(pair-count).
           move "Y" to it-listed(item-index).
           move "Y" to it-listed(other-index).

       load-view-counts section.
           *> People's views on file for the listed items, under
           *> /page/<id> or /page/<slug>.
           if pair-count = 0
               exit section
           end-if.
           open input analytics-master.
           if analytics-status not = "00"
               exit section
           end-if.
           perform until analytics-status not = "00"
               read analytics-master next record
                   at end move "10" to analytics-status
                   not at end
                       if an-path(1:6) = "/page/"
                           perform credit-one-view-row
                       end-if
               end-read
           end-perform.
           close analytics-master.

       credit-one-view-row section.
           move an-path(7:94) to path-tail.
           move spaces to hits-path-id.
           unstring path-tail delimited by "?" or "#" or space
               into hits-path-id
           end-unstring.
           if function trim(hits-path-id) is numeric
               move function numval(hits-path-id) to seek-id
               perform find-item-by-id
               if found-index > 0
                   add an-hits to it-hits(found-index)
               end-if
               exit section
           end-if.
           perform varying item-index from 1 by 1
               until item-index > item-count
               if it-listed(item-index) = "Y"
                   and it-slug(item-index) not = spaces
                   and function trim(it-slug(item-index))
                       = function trim(hits-path-id)
                   add an-hits to it-hits(item-index)
                   exit perform
               end-if
           end-perform.

       write-report section.
           open output report-file.
           move function concatenate(
               "Near-duplicate content - ", bd-date-iso
           ) to report-line.
           write report-line.
           move threshold-pct to score-display.
           move function concatenate(
               "Published items sharing ", function trim(score-display),
               "% or more of their vocabulary (shared words over all",
               " words either uses), closest first"
           ) to report-line.
           write report-line.
           move spaces to report-line.
           write report-line.

           if pair-count = 0
               move "  none" to report-line
               write report-line
           end-if.
           perform varying pair-index from 1 by 1
               until pair-index > pair-count
               perform write-next-best-pair
           end-perform.

           move spaces to report-line.
           write report-line.
           move pairs-compared to count-display.
           move function concatenate(
               function trim(item-count), " published item(s); ",
               function trim(count-display),
               " pair(s) close enough in size to compare"
           ) to report-line.
           write report-line.
           if pairs-over-table > 0
               move pairs-over-table to count-display
               move function concatenate(
                   "  ", function trim(count-display),
                   " further pair(s) over the threshold not listed -",
                   " raise near_duplicate_threshold to see the",
                   " closest"
               ) to report-line
               write report-line
           end-if.
           if items-skipped > 0 or items-too-large > 0
               compute count-display = items-skipped + items-too-large
               move function concatenate(
                   "  ", function trim(count-display),
                   " item(s) not compared - more than this run can",
                   " hold"
               ) to report-line
               write report-line
           end-if.
           close report-file.

       write-next-best-pair section.
           move 0 to best-pair.
           move 0 to best-score.
           perform varying other-index from 1 by 1
               until other-index > pair-count
               if pr-score(other-index) > best-score
                   move pr-score(other-index) to best-score
                   move other-index to best-pair
               end-if
           end-perform.
           if best-pair = 0
               exit section
           end-if.
           move pr-score(best-pair) to score-display.
           move pr-shared(best-pair) to count-display.
           move function concatenate(
               "  ", function trim(score-display), "% alike (",
               function trim(count-display), " shared word(s))"
           ) to report-line.
           write report-line.
           move pr-item-a(best-pair) to item-index.
           perform write-pair-side.
           move pr-item-b(best-pair) to item-index.
           perform write-pair-side.
           move 0 to pr-score(best-pair).

       write-pair-side section.
           move it-id(item-index) to id-display.
           move it-hits(item-index) to hits-display.
           move spaces to updated-display.
           if it-updated(item-index) is numeric
               move function concatenate(
                   it-updated(item-index)(1:4), "-",
                   it-updated(item-index)(5:2), "-",
                   it-updated(item-index)(7:2)
               ) to updated-display
           end-if.
           if updated-display = spaces
               move "unknown" to updated-display
           end-if.
           move function concatenate(
               "    #", function trim(id-display), " ",
               function trim(it-title(item-index)), " - by ",
               function trim(it-author(item-index)), ", updated ",
               function trim(updated-display), ", ",
               function trim(hits-display), " view(s)"
           ) to report-line.
           write report-line.

       end program near-duplicate-report.
