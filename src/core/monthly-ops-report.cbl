           select media-master
               assign to "data/media.dat"
               organization is indexed
               access mode is dynamic
               record key is mm-id
               file status is media-master-status.

               record key is an-key
               file status is analytics-status.

           select download-master
               assign to "data/media-downloads.dat"
               organization is indexed
               access mode is dynamic
               record key is md-key
               file status is download-status.

           select search-query-log
               assign to "data/search-queries.log"
               organization is line sequential
       fd  media-master.
       01  media-master-record.
           03 mm-id             pic 9(10).
           03 filler            pic x(255).
           03 mm-original-name  pic x(255).
           03 filler            pic x(500).
           03 mm-file-size      pic 9(10).
           03 filler            pic x(100).
           03 mm-upload-date    pic x(20).
           03 filler            pic x(1974).

       fd  comment-master.
       01  comment-master-record.
           03 an-total-ms       pic 9(12).
           03 an-bot-hits       pic 9(8).

       fd  download-master.
       01  download-record.
           03 md-key.
               05 md-date       pic x(8).
               05 md-media-id   pic 9(10).
           03 md-downloads      pic 9(8).
           03 md-bot-downloads  pic 9(8).
           03 md-range-parts    pic 9(8).

       fd  search-query-log.
       01  search-query-line    pic x(300).

       01 media-master-status  pic xx.
       01 comment-file-status  pic xx.
       01 analytics-status     pic xx.
       01 download-status      pic xx.
       01 query-log-status     pic xx.
       01 report-file-status   pic xx.

               05 oc-comments      pic 9(6) usage comp-5.
               05 oc-media-added   pic 9(6) usage comp-5.
               05 oc-media-bytes   pic 9(14) usage comp-5.
               05 oc-downloads     pic 9(10) usage comp-5.
               05 oc-bot-downloads pic 9(10) usage comp-5.

      *> Top pages and top searches for the report month.
       01 top-pages.
               05 tq-query      pic x(100).
               05 tq-hits       pic 9(6) usage comp-5.
               05 tq-zero-hits  pic 9(6) usage comp-5.
      *> Most downloaded media for the report month.
       01 top-downloads.
           03 td-count          pic 9(3) usage comp-5.
           03 td-rows occurs 200 times.
               05 td-media-id   pic 9(10).
               05 td-hits       pic 9(10) usage comp-5.
       01 td-index             pic 9(3) usage comp-5.
       01 td-best              pic 9(3) usage comp-5.
       01 td-name              pic x(255).
       01 media-names-open     pic x(1).
       01 top-index            pic 99 usage comp-5.
       01 top-best             pic 99 usage comp-5.
       01 top-best-value       pic 9(10) usage comp-5.
       01 n1-display           pic z(9)9.
       01 n2-display           pic z(9)9.

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

      *> Month-end in one run instead of a morning of hand-collation:
      *> content movement, traffic, search, comments, media growth
      *> and media downloads for last month, with the month before
      *> alongside. Scheduled monthly on the first.
       procedure division.

       perform compute-report-months.
       perform tally-searches.
       perform tally-comments.
       perform tally-media.
       perform tally-downloads.

       open output report-file.
       move "N" to media-names-open.
       open input media-master.
       if media-master-status = "00"
           move "Y" to media-names-open
       end-if.
       perform write-report.
       if media-names-open = "Y"
           close media-master
       end-if.
       close report-file.

       display function concatenate(
       goback.

       compute-report-months section.
           *> "Last month" is the month before the business date's,
           *> so a first-of-month night replayed on the second still
           *> reports the month that just closed.
           move "get" to bd-action.
           move spaces to bd-date-in.
           move spaces to bd-set-by.
           call "business-date" using business-date-request
               business-date-response.
           move function numval(bd-date(1:4)) to work-year.
           move function numval(bd-date(5:2)) to work-month.
           subtract 1 from work-month.
           if work-month = 0
               move 12 to work-month
           if search-query-line(1:6) not numeric
               exit section
           end-if.
           *> A best-bet click is not a search of its own.
           if function trim(sq-result-count) = "click"
               exit section
           end-if.
           move search-query-line(1:6) to month-scratch.
           perform match-month-slot.
           if month-slot = 0
           close media-master.
           move spaces to media-master-status.

       tally-downloads section.
           *> The rollup keeps a finished download once however many
           *> range requests it took, and crawler fetches apart.
           open input download-master.
           if download-status not = "00"
               exit section
           end-if.
           move 0 to td-count.
           move low-values to md-key.
           start download-master key is greater than md-key
               invalid key move "10" to download-status
           end-start.
           perform until download-status = "10"
               read download-master next record
                   at end move "10" to download-status
                   not at end
                       move md-date(1:6) to month-scratch
                       perform match-month-slot
                       if month-slot > 0
                           add md-downloads to oc-downloads(month-slot)
                           add md-bot-downloads
                               to oc-bot-downloads(month-slot)
                           if month-slot = 1
                               perform tally-top-download
                           end-if
                       end-if
               end-read
           end-perform.
           close download-master.
           move spaces to download-status.

       tally-top-download section.
           move 0 to td-best.
           perform varying td-index from 1 by 1
               until td-index > td-count
               if td-media-id(td-index) = md-media-id
                   move td-index to td-best
                   exit perform
               end-if
           end-perform.
           if td-best = 0
               if td-count >= 200
                   exit section
               end-if
               add 1 to td-count
               move td-count to td-best
               move md-media-id to td-media-id(td-best)
               move 0 to td-hits(td-best)
           end-if.
           add md-downloads to td-hits(td-best).

       write-report section.
           move function concatenate(
               "MONTHLY OPERATIONS REPORT - ", report-month(1:4),
               " in brackets)"
           ) to report-line.
           write report-line.
           move function concatenate(
               "Business date: ", bd-date-iso
           ) to report-line.
           write report-line.
           move spaces to report-line.
           write report-line.

           ) to report-line.
           write report-line.

           move spaces to report-line.
           write report-line.
           move "DOWNLOADS" to report-line.
           write report-line.
           move oc-downloads(1) to n1-display.
           move oc-downloads(2) to n2-display.
           move function concatenate(
               "  downloads (people): ", function trim(n1-display),
               "  (", function trim(n2-display), ")"
           ) to report-line.
           write report-line.
           move oc-bot-downloads(1) to n1-display.
           move oc-bot-downloads(2) to n2-display.
           move function concatenate(
               "  crawler downloads: ", function trim(n1-display),
               "  (", function trim(n2-display), ")"
           ) to report-line.
           write report-line.
           move "  top downloads:" to report-line.
           write report-line.
           perform varying rank-no from 1 by 1 until rank-no > 5
               perform write-one-top-download
           end-perform.

       write-pair-created section.
           move function concatenate(
               "  created: ", function trim(n1-display),
           write report-line.
           move 0 to tp-hits(top-best).

       write-one-top-download section.
           move 0 to td-best.
           move 0 to top-best-value.
           perform varying td-index from 1 by 1
               until td-index > td-count
               if td-hits(td-index) > top-best-value
                   move td-hits(td-index) to top-best-value
                   move td-index to td-best
               end-if
           end-perform.
           if td-best = 0
               exit section
           end-if.
           move td-media-id(td-best) to mm-id.
           move "(no longer in the library)" to td-name.
           if media-names-open = "Y"
               read media-master
                   invalid key
                       continue
                   not invalid key
                       move mm-original-name to td-name
               end-read
           end-if.
           move td-media-id(td-best) to n2-display.
           move td-hits(td-best) to n1-display.
           move function concatenate(
               "    #", function trim(n2-display), " ",
               function trim(td-name), " - ",
               function trim(n1-display), " download(s)"
           ) to report-line.
           write report-line.
           move 0 to td-hits(td-best).

       write-one-top-query section.
           move 0 to top-best.
           move 0 to top-best-value.
