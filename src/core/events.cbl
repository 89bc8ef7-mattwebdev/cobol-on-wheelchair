       identification division.
       program-id. events.

       environment division.
       input-output section.
       file-control.
      *> When, where and how to register for each "event" item - one
      *> row per content id, beside the content store rather than in
      *> it, so no program mirroring the content layout has to move.
           select event-master
               assign to "data/events.dat"
               organization is indexed
               access mode is dynamic
               record key is ev-content-id
               file status is event-file-status.

      *> Read by key only - the listings need the item's title, slug,
      *> status and site beside its event row.
           select content-master
               assign to "data/content.dat"
               organization is indexed
               access mode is dynamic
               record key is cm-id
               file status is content-file-status.

      *> Read by key only, for the per-tag listings and feeds.
           select content-tag-xref
               assign to "data/content-tags.dat"
               organization is indexed
               access mode is dynamic
               record key is ctx-key
               file status is content-tag-status.

       data division.
       file section.
       fd  event-master.
       01  event-record.
           03 ev-content-id     pic 9(10).
           03 ev-start          pic x(12).
           03 ev-end            pic x(12).
           03 ev-all-day        pic x(1).
           03 ev-location       pic x(200).
           03 ev-registration   pic x(300).
           03 ev-status         pic x(10).
           03 ev-sequence       pic 9(6).
           03 ev-set-by         pic x(50).
           03 ev-set-stamp      pic x(14).
           03 ev-cancelled-stamp pic x(14).

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

       fd  content-tag-xref.
       01  content-tag-record.
           03 ctx-key.
               05 ctx-content-id pic 9(10).
               05 ctx-tag-name   pic x(30).

       working-storage section.
       01 event-file-status    pic xx.
       01 content-file-status  pic xx.
       01 content-tag-status   pic xx.
       01 content-open         pic x(1).
       01 tags-open            pic x(1).
       01 events-timestamp     pic x(21).
       01 now-stamp            pic x(12).
       01 cutoff-day-number    pic 9(8) usage comp-5.

      *> One date-and-time as typed on the form - "2026-11-03",
      *> "2026-11-03 18:30" or the browser's "2026-11-03T18:30" -
      *> parsed to yyyymmddhhmm. A date alone is an all-day value.
       01 parse-source         pic x(20).
       01 parse-stamp          pic x(12).
       01 parse-all-day        pic x(1).
       01 parse-ok             pic x(1).
       01 parse-hour           pic 99.
       01 parse-minute         pic 99.
       01 start-stamp          pic x(12).
       01 start-all-day        pic x(1).
       01 end-stamp            pic x(12).
       01 end-all-day          pic x(1).
       01 new-status           pic x(10).
       01 row-existed          pic x(1).
       01 row-changed          pic x(1).

      *> Listing scratch - every qualifying row is gathered, then
      *> handed back in start order (latest first for "past").
       01 candidate-table.
           03 candidate-count   pic 9(4) usage comp-5.
           03 candidate-rows occurs 500 times.
               05 cd-taken      pic x(1).
               05 cd-start      pic x(12).
               05 cd-row        pic x(845).
       01 candidates-dropped   pic 9(6) usage comp-5.
       01 candidate-index      pic 9(4) usage comp-5.
       01 scan-index           pic 9(4) usage comp-5.
       01 best-candidate       pic 9(4) usage comp-5.
       01 best-start           pic x(12).
       01 row-limit            pic 9(4) usage comp-5.
       01 finish-stamp         pic x(12).
       01 cutoff-stamp         pic x(12).
       01 cutoff-days          pic 9(4) usage comp-5 value 90.
       01 row-site             pic x(20).
       01 scope-site           pic x(20).
       01 row-qualifies        pic x(1).

      *> content-visibility.cbl's LINKAGE shape with local names -
      *> a listing only carries items its reader may open.
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

       linkage section.
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

      *> Event details for "event" content items. Times are the
      *> site's local wall-clock time, held as yyyymmddhhmm; an
      *> event given dates only is an all-day event. Actions:
      *>   get   - eq-content-id's details into row 1 (er-found)
      *>   check - validate eq-start/eq-end/eq-registration/eq-status
      *>           without storing anything
      *>   save  - validate and store them for eq-content-id, which
      *>           must be an event item; any change bumps the
      *>           sequence calendar clients use to spot an update
      *>   list  - published events of eq-site (blank: main), only
      *>           those tagged eq-tag when one is given and only
      *>           those eq-viewer-role may open, by eq-scope:
      *>             upcoming - not yet finished, soonest first
      *>             past     - finished, latest first
      *>             calendar - finished no more than 90 days ago,
      *>                        soonest first (the .ics feeds)
      *>           at most eq-limit rows (50 at most, 0 means 50);
      *>           er-more-rows "Y" when more qualified
      *> A cancelled event keeps its place in every listing with
      *> status "cancelled", so subscribed calendars are told rather
      *> than left holding it.
       procedure division using event-request event-response.

       move "N" to er-success.
       move spaces to er-message.
       move "N" to er-found.
       move 0 to er-row-count.
       move "N" to er-more-rows.
       move function current-date to events-timestamp.
       move events-timestamp(1:12) to now-stamp.

       evaluate eq-action
           when "get"
               perform handle-get-event
           when "check"
               perform validate-event-fields
               if er-message = spaces
                   move "Y" to er-success
                   move "Event details are valid" to er-message
               end-if
           when "save"
               perform handle-save-event
           when "list"
               perform handle-list-events
           when other
               move "Invalid event action" to er-message
       end-evaluate.

       goback.

       handle-get-event section.
           move "Y" to er-success.
           move "No event details on file" to er-message.
           open input event-master.
           if event-file-status not = "00"
               exit section
           end-if.
           move eq-content-id to ev-content-id.
           read event-master
               invalid key
                   continue
               not invalid key
                   move "Y" to er-found
                   move 1 to er-row-count
                   perform copy-event-to-row-one
                   move "Event details retrieved" to er-message
           end-read.
           close event-master.

       copy-event-to-row-one section.
           move ev-content-id to er-content-id(1).
           move spaces to er-title(1).
           move spaces to er-slug(1).
           move ev-start to er-start(1).
           move ev-end to er-end(1).
           move ev-all-day to er-all-day(1).
           move ev-location to er-location(1).
           move ev-registration to er-registration(1).
           move ev-status to er-status(1).
           move ev-sequence to er-sequence(1).
           move ev-set-stamp to er-set-stamp(1).

       validate-event-fields section.
           *> Leaves a reason in er-message on the first problem, and
           *> the parsed values in start-stamp/end-stamp/new-status.
           move eq-start to parse-source.
           perform parse-event-stamp.
           if parse-ok not = "Y"
               move function concatenate(
                   "The start is a date (2026-11-03) or a date and",
                   " time (2026-11-03 18:30)"
               ) to er-message
               exit section
           end-if.
           move parse-stamp to start-stamp.
           move parse-all-day to start-all-day.

           move spaces to end-stamp.
           move start-all-day to end-all-day.
           if eq-end not = spaces
               move eq-end to parse-source
               perform parse-event-stamp
               if parse-ok not = "Y"
                   move function concatenate(
                       "The end is a date (2026-11-03) or a date and",
                       " time (2026-11-03 21:00)"
                   ) to er-message
                   exit section
               end-if
               if parse-all-day not = start-all-day
                   move function concatenate(
                       "Give the start and end the same way - both",
                       " dates for an all-day event, or both dates",
                       " and times"
                   ) to er-message
                   exit section
               end-if
               if parse-stamp < start-stamp
                   move "The event cannot end before it starts"
                       to er-message
                   exit section
               end-if
               move parse-stamp to end-stamp
           end-if.

           if eq-registration not = spaces
               and function lower-case(eq-registration(1:7))
                   not = "http://"
               and function lower-case(eq-registration(1:8))
                   not = "https://"
               move "The registration link must start http(s)://"
                   to er-message
               exit section
           end-if.

           move function lower-case(eq-status) to new-status.
           if new-status = spaces
               move "scheduled" to new-status
           end-if.
           if new-status not = "scheduled"
               and new-status not = "cancelled"
               move "The event status is scheduled or cancelled"
                   to er-message
               exit section
           end-if.

       parse-event-stamp section.
           move "N" to parse-ok.
           move spaces to parse-stamp.
           move "N" to parse-all-day.
           move function trim(parse-source) to parse-source.
           if parse-source(5:1) not = "-" or parse-source(8:1) not = "-"
               or parse-source(1:4) is not numeric
               or parse-source(6:2) is not numeric
               or parse-source(9:2) is not numeric
               exit section
           end-if.
           move function concatenate(
               parse-source(1:4), parse-source(6:2), parse-source(9:2)
           ) to parse-stamp(1:8).
           if function test-date-yyyymmdd(
               function numval(parse-stamp(1:8))) not = 0
               exit section
           end-if.
           if parse-source(11:10) = spaces
               move "0000" to parse-stamp(9:4)
               move "Y" to parse-all-day
               move "Y" to parse-ok
               exit section
           end-if.
           if (parse-source(11:1) not = space
               and parse-source(11:1) not = "T"
               and parse-source(11:1) not = "t")
               or parse-source(14:1) not = ":"
               or parse-source(12:2) is not numeric
               or parse-source(15:2) is not numeric
               exit section
           end-if.
           *> Seconds, if the browser sent them, are dropped.
           if parse-source(17:4) not = spaces
               and parse-source(17:1) not = ":"
               exit section
           end-if.
           move parse-source(12:2) to parse-hour.
           move parse-source(15:2) to parse-minute.
           if parse-hour > 23 or parse-minute > 59
               exit section
           end-if.
           move parse-source(12:2) to parse-stamp(9:2).
           move parse-source(15:2) to parse-stamp(11:2).
           move "Y" to parse-ok.

       handle-save-event section.
           perform validate-event-fields.
           if er-message not = spaces
               exit section
           end-if.

           open input content-master.
           if content-file-status not = "00"
               move "The content store could not be opened"
                   to er-message
               exit section
           end-if.
           move eq-content-id to cm-id.
           read content-master
               invalid key
                   move "No such content item" to er-message
           end-read.
           close content-master.
           if er-message not = spaces
               exit section
           end-if.
           if function trim(cm-type) not = "event"
               move "Event details are kept for event items only"
                   to er-message
               exit section
           end-if.

           open i-o event-master.
           if event-file-status = "35"
               open output event-master
               close event-master
               open i-o event-master
           end-if.
           if event-file-status not = "00"
               move "The event store could not be opened"
                   to er-message
               exit section
           end-if.

           move eq-content-id to ev-content-id.
           move "Y" to row-existed.
           read event-master
               invalid key
                   move "N" to row-existed
                   initialize event-record
                   move eq-content-id to ev-content-id
                   move 0 to ev-sequence
           end-read.

           move "N" to row-changed.
           if ev-start not = start-stamp
               or ev-end not = end-stamp
               or ev-all-day not = start-all-day
               or ev-location not = eq-location
               or ev-registration not = eq-registration
               or ev-status not = new-status
               move "Y" to row-changed
           end-if.
           if row-existed = "Y" and row-changed = "N"
               close event-master
               move "Y" to er-success
               move "Event details unchanged" to er-message
               exit section
           end-if.

           if row-existed = "Y"
               add 1 to ev-sequence
           end-if.
           if new-status = "cancelled"
               and function trim(ev-status) not = "cancelled"
               move events-timestamp(1:14) to ev-cancelled-stamp
           end-if.
           if new-status = "scheduled"
               move spaces to ev-cancelled-stamp
           end-if.
           move start-stamp to ev-start.
           move end-stamp to ev-end.
           move start-all-day to ev-all-day.
           move eq-location to ev-location.
           move eq-registration to ev-registration.
           move new-status to ev-status.
           move eq-changed-by to ev-set-by.
           move events-timestamp(1:14) to ev-set-stamp.
           if row-existed = "Y"
               rewrite event-record
                   invalid key
                       move "The event details could not be saved"
                           to er-message
               end-rewrite
           else
               write event-record
                   invalid key
                       move "The event details could not be saved"
                           to er-message
               end-write
           end-if.
           close event-master.
           if er-message not = spaces
               exit section
           end-if.
           move "Y" to er-success.
           if new-status = "cancelled"
               move "Event details saved - the event is cancelled"
                   to er-message
           else
               move "Event details saved" to er-message
           end-if.

       handle-list-events section.
           move "Y" to er-success.
           move "Events listed" to er-message.
           move eq-limit to row-limit.
           if row-limit = 0 or row-limit > 50
               move 50 to row-limit
           end-if.
           move eq-site to scope-site.
           if scope-site = spaces
               move "main" to scope-site
           end-if.
           compute cutoff-day-number = function integer-of-date(
               function numval(now-stamp(1:8))) - cutoff-days.
           move function date-of-integer(cutoff-day-number)
               to cutoff-stamp(1:8).
           move now-stamp(9:4) to cutoff-stamp(9:4).
           move 0 to candidate-count.
           move 0 to candidates-dropped.

           open input event-master.
           if event-file-status not = "00"
               exit section
           end-if.
           move "N" to content-open.
           open input content-master.
           if content-file-status = "00"
               move "Y" to content-open
           end-if.
           move "N" to tags-open.
           if eq-tag not = spaces
               open input content-tag-xref
               if content-tag-status = "00"
                   move "Y" to tags-open
               end-if
           end-if.

           if content-open = "Y"
               perform until event-file-status not = "00"
                   read event-master next record
                       at end move "10" to event-file-status
                       not at end
                           perform consider-one-event
                   end-read
               end-perform
           end-if.

           close event-master.
           if content-open = "Y"
               close content-master
           end-if.
           if tags-open = "Y"
               close content-tag-xref
           end-if.

           perform hand-back-candidates.

       consider-one-event section.
           *> When the event is over: its end, the end of its last
           *> day for an all-day event, or its start when no end was
           *> given.
           move ev-start to finish-stamp.
           if ev-end not = spaces
               move ev-end to finish-stamp
           end-if.
           if ev-all-day = "Y"
               move "2359" to finish-stamp(9:4)
           end-if.
           evaluate eq-scope
               when "past"
                   if finish-stamp >= now-stamp
                       exit section
                   end-if
               when "calendar"
                   if finish-stamp < cutoff-stamp
                       exit section
                   end-if
               when other
                   if finish-stamp < now-stamp
                       exit section
                   end-if
           end-evaluate.

           move ev-content-id to cm-id.
           move "Y" to row-qualifies.
           read content-master
               invalid key
                   move "N" to row-qualifies
           end-read.
           if row-qualifies = "N"
               or function trim(cm-status) not = "published"
               or function trim(cm-type) not = "event"
               exit section
           end-if.
           move cm-site-id to row-site.
           if row-site = spaces
               move "main" to row-site
           end-if.
           if row-site not = scope-site
               exit section
           end-if.
           if eq-tag not = spaces
               if tags-open not = "Y"
                   exit section
               end-if
               move ev-content-id to ctx-content-id
               move eq-tag to ctx-tag-name
               read content-tag-xref
                   invalid key
                       move "N" to row-qualifies
               end-read
               if row-qualifies = "N"
                   exit section
               end-if
           end-if.
           move "check" to vis-action.
           move ev-content-id to vis-content-id.
           move eq-viewer-role to vis-viewer-role.
           call "content-visibility" using visibility-request
               visibility-response.
           if vis-allowed not = "Y"
               exit section
           end-if.

           if candidate-count >= 500
               add 1 to candidates-dropped
               exit section
           end-if.
           add 1 to candidate-count.
           move "N" to cd-taken(candidate-count).
           move ev-start to cd-start(candidate-count).
           *> Staged in the response's own row shape, in row 1 -
           *> hand-back-candidates overwrites it in order.
           perform copy-event-to-row-one.
           move cm-title to er-title(1).
           move cm-slug to er-slug(1).
           move er-rows(1) to cd-row(candidate-count).

       hand-back-candidates section.
           perform varying candidate-index from 1 by 1
               until candidate-index > candidate-count
               or er-row-count >= row-limit
               perform take-next-candidate
           end-perform.
           if candidate-count > er-row-count
               or candidates-dropped > 0
               move "Y" to er-more-rows
           end-if.

       take-next-candidate section.
           move 0 to best-candidate.
           move spaces to best-start.
           perform varying scan-index from 1 by 1
               until scan-index > candidate-count
               if cd-taken(scan-index) = "N"
                   if best-candidate = 0
                       or (eq-scope = "past"
                           and cd-start(scan-index) > best-start)
                       or (eq-scope not = "past"
                           and cd-start(scan-index) < best-start)
                       move scan-index to best-candidate
                       move cd-start(scan-index) to best-start
                   end-if
               end-if
           end-perform.
           if best-candidate = 0
               exit section
           end-if.
           move "Y" to cd-taken(best-candidate).
           add 1 to er-row-count.
           move cd-row(best-candidate) to er-rows(er-row-count).

       end program events.
