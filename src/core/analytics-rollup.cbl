               record key is ar-key
               file status is referrer-status.

      *> Completed downloads per (day, media item) - people and
      *> crawlers apart, and the range slices that did not finish a
      *> file kept as their own count rather than as downloads.
           select download-master
               assign to "data/media-downloads.dat"
               organization is indexed
               access mode is dynamic
               record key is md-key
               file status is download-status.

      *> Answers that were only a "not modified" - a browser or feed
      *> reader revalidating the copy it already held - per (day,
      *> path), kept apart from the views above so polling readers
      *> stop inflating them.
           select revalidation-master
               assign to "data/analytics-revalidations.dat"
               organization is indexed
               access mode is dynamic
               record key is rv-key
               file status is revalidation-status.

      *> Path reader over the media store, to turn a served
      *> /uploads/ path back into its media id. Named fields are only
      *> what the match needs; the fillers must grow in step with
      *> media.cbl's media-master-record.
           select media-lookup
               assign to "data/media.dat"
               organization is indexed
               access mode is sequential
               record key is ml-id
               file status is media-lookup-status.

       data division.
       file section.
       fd  dispatch-log.
               05 ar-referrer   pic x(100).
           03 ar-hits           pic 9(8).

       fd  download-master.
       01  download-record.
           03 md-key.
               05 md-date       pic x(8).
               05 md-media-id   pic 9(10).
           03 md-downloads      pic 9(8).
           03 md-bot-downloads  pic 9(8).
           03 md-range-parts    pic 9(8).

       fd  revalidation-master.
       01  revalidation-record.
           03 rv-key.
               05 rv-date       pic x(8).
               05 rv-path       pic x(100).
           03 rv-hits           pic 9(8).
           03 rv-bot-hits       pic 9(8).

       fd  media-lookup.
       01  media-lookup-record.
           03 ml-id             pic 9(10).
           03 filler            pic x(510).
           03 ml-file-path      pic x(500).
           03 filler            pic x(2104).

       working-storage section.
       01 dispatch-log-status  pic xx.
       01 analytics-status     pic xx.
       01 line-referrer        pic x(100).
       01 caller-status        pic xx.
       01 referrer-status      pic xx.
       01 download-status      pic xx.
       01 revalidation-status  pic xx.
       01 media-lookup-status  pic xx.

      *> Stored path to media id, loaded the first time an upload
      *> line turns up in a run.
       01 upload-paths.
           03 upload-paths-loaded pic x(1) value "N".
           03 upload-path-count pic 9(4) usage comp-5 value 0.
           03 upload-path-rows occurs 5000 times.
               05 up-path       pic x(300).
               05 up-media-id   pic 9(10).
       01 upload-path-index    pic 9(4) usage comp-5.
       01 served-upload-path   pic x(300).
       01 download-media-id    pic 9(10).
       01 parse-pos            pic 9(4) usage comp-5.
       01 parse-out            pic 9(4) usage comp-5.
       01 parse-len            pic 9(4) usage comp-5.
       01 log-total-lines      pic 9(8) usage comp-5 value 0.
       01 current-line-number  pic 9(8) usage comp-5 value 0.
       01 line-number-display  pic z(7)9.
       01 held-back            pic x(1) value "N".

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

       01 report-counts.
           03 lines-read        pic 9(8) value 0.
           03 hits-counted      pic 9(8) value 0.
           03 downloads-counted pic 9(8) value 0.
           03 downloads-unmatched pic 9(8) value 0.
           03 revalidations-counted pic 9(8) value 0.

      *> Daily rollup of router.cbl's dispatch log - log-dispatch has
      *> faithfully recorded every request for months and nobody has
      *> ever read it. Served requests aggregate into per-day,
      *> per-path counts; the admin dashboard reads the store back
      *> for its most-viewed panel. Files served from /uploads/
      *> count instead as downloads of their media item, per day,
      *> in data/media-downloads.dat. The read-position checkpoint
      *> makes every log line count exactly once across runs and
      *> rotations.
       procedure division.

      *> Rolls up to the end of the business date and no further -
      *> the log is in time order, so the first line dated after it
      *> is where this run stops and the checkpoint waits; a night
      *> replayed late still counts only its own day's traffic.
       move "get" to bd-action.
       move spaces to bd-date-in.
       move spaces to bd-set-by.
       call "business-date" using business-date-request
           business-date-response.
       display function concatenate(
           "analytics-rollup: business date ", bd-date-iso
       ).

       perform load-rollup-state.

       open input dispatch-log.
           close referrer-master
           open i-o referrer-master
       end-if.
       open i-o download-master.
       if download-status = "35"
           open output download-master
           close download-master
           open i-o download-master
       end-if.
       open i-o revalidation-master.
       if revalidation-status = "35"
           open output revalidation-master
           close revalidation-master
           open i-o revalidation-master
       end-if.

       perform until dispatch-log-status not = "00"
           read dispatch-log into dispatch-log-line
               at end move "10" to dispatch-log-status
               not at end
                   add 1 to current-line-number
                   if current-line-number > lines-already-rolled
                       and dispatch-log-line(1:8) is numeric
                       and dispatch-log-line(1:8) > bd-date
                       subtract 1 from current-line-number
                       move "Y" to held-back
                       move "10" to dispatch-log-status
                   end-if
                   if current-line-number > lines-already-rolled
                       and dispatch-log-line not = spaces
                       and held-back = "N"
                       add 1 to lines-read
                       perform tally-one-line
                   end-if
       close analytics-master.
       close caller-master.
       close referrer-master.
       close download-master.
       close revalidation-master.
       perform save-rollup-state.
       perform display-summary.

               or line-path = spaces
               exit section
           end-if.
           *> Lines predating the identity capture have no agent
           *> class - they keep counting as people, which is what
           *> they always were assumed to be.
           if line-agent-class = spaces
               move "H" to line-agent-class
           end-if.
           *> Uploads are files, not pages - they count as downloads
           *> of their media item and stay out of the per-path views,
           *> though the visitor and referrer rollups still see them.
           if line-status-text(1:7) = "UPLOAD-"
               perform tally-download-row
               perform tally-caller-row
               perform tally-referrer-row
               exit section
           end-if.
           if function trim(line-status-text) = "NOT-MODIFIED"
               perform tally-revalidation-row
               perform tally-caller-row
               perform tally-referrer-row
               exit section
           end-if.
           if function trim(line-status-text) not = "DISPATCHED"
               and function trim(line-status-text) not = "STATIC"
               and function trim(line-status-text) not = "CACHED"
               exit section
           end-if.

           move line-date to an-date.
           move line-path to an-path.
           perform tally-caller-row.
           perform tally-referrer-row.

       tally-revalidation-row section.
           move line-date to rv-date.
           move line-path to rv-path.
           read revalidation-master
               invalid key
                   move line-date to rv-date
                   move line-path to rv-path
                   move 0 to rv-hits
                   move 0 to rv-bot-hits
                   if line-agent-class = "B"
                       move 1 to rv-bot-hits
                   else
                       move 1 to rv-hits
                   end-if
                   write revalidation-record
                       invalid key
                           continue
                   end-write
               not invalid key
                   if line-agent-class = "B"
                       add 1 to rv-bot-hits
                   else
                       add 1 to rv-hits
                   end-if
                   rewrite revalidation-record
                       invalid key
                           continue
                   end-rewrite
           end-read.
           add 1 to revalidations-counted.

       tally-caller-row section.
           if line-caller = spaces
               exit section
                   end-rewrite
           end-read.

       tally-download-row section.
           *> A HEAD probe downloads nothing; a finished file (FULL,
           *> or the range that reached its end) is one download, and
           *> any other slice only adds to the partial count.
           if function trim(line-status-text) = "UPLOAD-HEAD"
               exit section
           end-if.
           perform resolve-download-media.
           if download-media-id = 0
               add 1 to downloads-unmatched
               exit section
           end-if.
           move line-date to md-date.
           move download-media-id to md-media-id.
           read download-master
               invalid key
                   move line-date to md-date
                   move download-media-id to md-media-id
                   move 0 to md-downloads
                   move 0 to md-bot-downloads
                   move 0 to md-range-parts
                   perform add-to-download-counts
                   write download-record
                       invalid key
                           continue
                   end-write
               not invalid key
                   perform add-to-download-counts
                   rewrite download-record
                       invalid key
                           continue
                   end-rewrite
           end-read.

       add-to-download-counts section.
           if function trim(line-status-text) = "UPLOAD-PART"
               add 1 to md-range-parts
               exit section
           end-if.
           add 1 to downloads-counted.
           if line-agent-class = "B"
               add 1 to md-bot-downloads
           else
               add 1 to md-downloads
           end-if.

       resolve-download-media section.
           *> "/uploads/x.pdf" was served from the stored path
           *> "uploads/x.pdf". Thumbnails and files no longer in the
           *> library match nothing.
           move 0 to download-media-id.
           if upload-paths-loaded = "N"
               perform load-upload-paths
           end-if.
           move line-path(2:99) to served-upload-path.
           perform varying upload-path-index from 1 by 1
               until upload-path-index > upload-path-count
               if up-path(upload-path-index) = served-upload-path
                   move up-media-id(upload-path-index)
                       to download-media-id
                   exit perform
               end-if
           end-perform.

       load-upload-paths section.
           move "Y" to upload-paths-loaded.
           move 0 to upload-path-count.
           open input media-lookup.
           if media-lookup-status not = "00"
               exit section
           end-if.
           perform until media-lookup-status not = "00"
               read media-lookup next record
                   at end move "10" to media-lookup-status
                   not at end
                       if ml-file-path not = spaces
                           and upload-path-count < 5000
                           add 1 to upload-path-count
                           move ml-file-path
                               to up-path(upload-path-count)
                           move ml-id
                               to up-media-id(upload-path-count)
                       end-if
               end-read
           end-perform.
           close media-lookup.

       display-summary section.
           display function concatenate(
               "analytics-rollup: ",
               function trim(lines-read), " log line(s) read, ",
               function trim(hits-counted), " view(s) counted, ",
               function trim(downloads-counted),
               " download(s) counted, ",
               function trim(revalidations-counted),
               " not-modified answer(s) counted"
           ).
           if downloads-unmatched > 0
               display function concatenate(
                   "analytics-rollup: ",
                   function trim(downloads-unmatched),
                   " upload request(s) matched no media item"
               )
           end-if.
           if held-back = "Y"
               display function concatenate(
                   "analytics-rollup: lines dated after the ",
                   "business date are left for the next run"
               )
           end-if.

       end program analytics-rollup.
