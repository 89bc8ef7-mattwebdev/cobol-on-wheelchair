       identification division.
       program-id. editorial-productivity-report.

       environment division.
       input-output section.
       file-control.
           select content-master
               assign to "data/content.dat"
               organization is indexed
               access mode is sequential
               record key is cm-id
               file status is content-file-status.

           select content-revisions
               assign to "data/content-revisions.dat"
               organization is indexed
               access mode is sequential
               record key is cr-key
               file status is revision-file-status.

      *> The admin audit trail - the live file and the dated
      *> generations rotate-logs.cbl leaves behind it, one at a time.
           select audit-log
               assign to audit-path
               organization is line sequential
               file status is audit-file-status.

           select report-file
               assign to "data/editorial-productivity-report.txt"
               organization is line sequential
               file status is report-file-status.

           select csv-file
               assign to "data/editorial-productivity-report.csv"
               organization is line sequential
               file status is csv-file-status.

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

       fd  content-revisions.
       01  content-revision-record.
           03 cr-key.
               05 cr-content-id pic 9(10).
               05 cr-revision-no pic 9(6).
           03 cr-changed-by     pic x(50).
           03 cr-changed-date   pic x(20).
           03 cr-title          pic x(200).
           03 cr-body           pic x(2000).

       fd  audit-log.
       01  audit-line           pic x(340).

       fd  report-file.
       01  report-line          pic x(200).

       fd  csv-file.
       01  csv-line             pic x(300).

       working-storage section.
       01 content-file-status  pic xx.
       01 revision-file-status pic xx.
       01 audit-file-status    pic xx.
       01 report-file-status   pic xx.
       01 csv-file-status      pic xx.
       01 audit-path           pic x(60).

      *> The report month is last month, as monthly-ops-report.cbl
      *> has it; the quarter runs from its first month to the report
      *> month. Slot 1 below is the month, slot 2 quarter-to-date.
       01 report-month         pic x(6).
       01 quarter-start        pic x(6).
       01 work-year            pic 9(4).
       01 work-month           pic 99.
       01 quarter-first-month  pic 99.
       01 quarter-number       pic 9.
       01 month-scratch        pic x(6).
       01 period-slot          pic 9 usage comp-5.
       01 in-month             pic x(1).
       01 in-quarter           pic x(1).

      *> Every author, reviser, submitter and approver seen.
       01 user-table.
           03 user-count        pic 9(4) usage comp-5 value 0.
           03 user-rows occurs 300 times.
               05 ur-name       pic x(50).
               05 ur-period occurs 2 times.
                   07 ur-created    pic 9(6) usage comp-5.
                   07 ur-revisions  pic 9(6) usage comp-5.
                   07 ur-submitted  pic 9(6) usage comp-5.
                   07 ur-approved   pic 9(6) usage comp-5.
                   07 ur-published  pic 9(6) usage comp-5.
       01 user-index           pic 9(4) usage comp-5.
       01 user-found           pic 9(4) usage comp-5.
       01 lookup-name          pic x(50).
       01 users-dropped        pic 9(6) usage comp-5 value 0.

      *> Report order - user-table indexes sorted by name.
       01 user-order.
           03 uo-index occurs 300 times pic 9(4) usage comp-5.
       01 order-pos            pic 9(4) usage comp-5.
       01 order-scan           pic 9(4) usage comp-5.
       01 order-hold           pic 9(4) usage comp-5.

      *> Elapsed-days samples behind the medians - "P" creation to
      *> publish (the author's), "A" submitted for review to approved
      *> (the approver's).
       01 sample-table.
           03 sample-count      pic 9(5) usage comp-5 value 0.
           03 sample-rows occurs 6000 times.
               05 sm-user       pic 9(4) usage comp-5.
               05 sm-slot       pic 9 usage comp-5.
               05 sm-kind       pic x(1).
               05 sm-days       pic 9(5) usage comp-5.
       01 sample-index         pic 9(5) usage comp-5.
       01 samples-dropped      pic 9(6) usage comp-5 value 0.
       01 sample-days          pic s9(9) usage comp-5.
       01 sample-kind          pic x(1).

      *> Median work area - the matching samples, sorted in place.
       01 median-buffer.
           03 mb-count          pic 9(5) usage comp-5.
           03 mb-days occurs 6000 times pic 9(5) usage comp-5.
       01 mb-pos               pic 9(5) usage comp-5.
       01 mb-scan              pic 9(5) usage comp-5.
       01 mb-hold              pic 9(5) usage comp-5.
       01 mb-mid               pic 9(5) usage comp-5.
       01 median-user          pic 9(4) usage comp-5.
       01 median-value         pic 9(5)v9.
       01 median-display       pic z(4)9.9.
       01 median-text          pic x(8).

      *> Review cycles read from the audit trail, per item: when it
      *> was last sent for review, and when that review ended in
      *> approval.
       01 review-table.
           03 rv-count          pic 9(4) usage comp-5 value 0.
           03 rv-rows occurs 3000 times.
               05 rv-content-id pic 9(10).
               05 rv-review-date pic x(8).
               05 rv-approved-date pic x(8).
               05 rv-approval-review pic x(8).
       01 rv-index             pic 9(4) usage comp-5.
       01 rv-found             pic 9(4) usage comp-5.

      *> Audit line pieces - "YYYYMMDD HHMMSS | admin-action |
      *> user=<name> action=<a> result=<r> msg=... (id N: <from> ->
      *> <to>) | chain=...".
       01 audit-date           pic x(8).
       01 audit-user           pic x(50).
       01 audit-before-user    pic x(340).
       01 audit-after-user     pic x(340).
       01 audit-before-id      pic x(340).
       01 audit-after-id       pic x(340).
       01 audit-id-text        pic x(20).
       01 audit-from-status    pic x(20).
       01 audit-to-status      pic x(20).
       01 audit-content-id     pic 9(10).
       01 delimiter-count      pic 9(4) usage comp-5.

      *> Generations to read - from a couple of months before the
      *> quarter (a review that started then can still end in it)
      *> through the business date.
       01 scan-day-int         pic 9(8) usage comp-5.
       01 scan-last-int        pic 9(8) usage comp-5.
       01 scan-day-disp        pic 9(8).
       01 generations-read     pic 9(4) usage comp-5 value 0.

       01 date-in              pic x(20).
       01 date-ymd             pic x(8).
       01 created-ymd          pic x(8).
       01 approved-ymd         pic x(8).
       01 days-from-int        pic 9(8) usage comp-5.
       01 days-to-int          pic 9(8) usage comp-5.

       01 name-column          pic x(24).
       01 n1-display           pic z(5)9.
       01 n2-display           pic z(5)9.
       01 n3-display           pic z(5)9.
       01 n4-display           pic z(5)9.
       01 n5-display           pic z(5)9.
       01 period-label         pic x(20).
       01 publish-median-text  pic x(8).
       01 approval-median-text pic x(8).

       01 total-counters.
           03 tc-created        pic 9(6) usage comp-5.
           03 tc-revisions      pic 9(6) usage comp-5.
           03 tc-submitted      pic 9(6) usage comp-5.
           03 tc-approved       pic 9(6) usage comp-5.
           03 tc-published      pic 9(6) usage comp-5.

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

      *> What each editor produced last month and so far this
      *> quarter, and how long items took: created (content.dat,
      *> by author), revisions saved (content-revisions.dat), sent
      *> for review (the admin audit trail's workflow moves),
      *> approved (cm-approved-by) and published (by author), with
      *> the median days from creation to publish and from being
      *> sent for review to approval. Written as a text report and a
      *> CSV copy; scheduled monthly on the first.
       procedure division.

       perform compute-report-period.
       perform read-audit-trail.
       perform tally-content.
       perform tally-revisions.
       perform sort-users-by-name.

       open output report-file.
       open output csv-file.
       perform write-report.
       close csv-file.
       close report-file.

       display function concatenate(
           "editorial-productivity-report: ", report-month(1:4), "-",
           report-month(5:2), " report written to data/",
           "editorial-productivity-report.txt (and .csv)"
       ).
       if users-dropped > 0 or samples-dropped > 0
           display "editorial-productivity-report: tables full - "
               "some users or samples were left out"
       end-if.

       goback.

       compute-report-period section.
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
               subtract 1 from work-year
           end-if.
           move work-year to report-month(1:4).
           move work-month to report-month(5:2).
           compute quarter-first-month =
               ((work-month - 1) / 3) * 3 + 1.
           move work-year to quarter-start(1:4).
           move quarter-first-month to quarter-start(5:2).
           compute quarter-number = (quarter-first-month + 2) / 3.

       classify-period section.
           *> month-scratch (YYYYMM) in; in-month / in-quarter out.
           move "N" to in-month.
           move "N" to in-quarter.
           if month-scratch = report-month
               move "Y" to in-month
           end-if.
           if month-scratch >= quarter-start
               and month-scratch <= report-month
               move "Y" to in-quarter
           end-if.

       normalize-date section.
           *> date-in holds "YYYYMMDD..." or "YYYY-MM-DD..."; date-ymd
           *> comes back as YYYYMMDD, or spaces when it is neither.
           move spaces to date-ymd.
           if date-in(5:1) = "-"
               move date-in(1:4) to date-ymd(1:4)
               move date-in(6:2) to date-ymd(5:2)
               move date-in(9:2) to date-ymd(7:2)
           else
               move date-in(1:8) to date-ymd
           end-if.
           if date-ymd is not numeric
               move spaces to date-ymd
           end-if.

       find-user section.
           *> lookup-name in; user-found is its row (added when new),
           *> zero when the table is full.
           move 0 to user-found.
           perform varying user-index from 1 by 1
               until user-index > user-count
               if ur-name(user-index) = lookup-name
                   move user-index to user-found
                   exit perform
               end-if
           end-perform.
           if user-found > 0
               exit section
           end-if.
           if user-count >= 300
               add 1 to users-dropped
               exit section
           end-if.
           add 1 to user-count.
           move user-count to user-found.
           move lookup-name to ur-name(user-found).
           initialize ur-period(user-found, 1)
               ur-period(user-found, 2).

       add-sample section.
           *> sample-kind / sample-days for user-found, in whichever
           *> periods in-month / in-quarter say.
           if sample-days < 0
               exit section
           end-if.
           perform varying period-slot from 1 by 1
               until period-slot > 2
               if (period-slot = 1 and in-month = "Y")
                   or (period-slot = 2 and in-quarter = "Y")
                   if sample-count < 6000
                       add 1 to sample-count
                       move user-found to sm-user(sample-count)
                       move period-slot to sm-slot(sample-count)
                       move sample-kind to sm-kind(sample-count)
                       move sample-days to sm-days(sample-count)
                   else
                       add 1 to samples-dropped
                   end-if
               end-if
           end-perform.

       read-audit-trail section.
           move quarter-start(1:4) to scan-day-disp(1:4).
           move quarter-start(5:2) to scan-day-disp(5:2).
           move "01" to scan-day-disp(7:2).
           compute scan-day-int =
               function integer-of-date(scan-day-disp) - 62.
           compute scan-last-int =
               function integer-of-date(function numval(bd-date)).
           perform until scan-day-int > scan-last-int
               move function date-of-integer(scan-day-int)
                   to scan-day-disp
               move function concatenate(
                   "data/admin-audit.log.", scan-day-disp
               ) to audit-path
               perform read-one-audit-file
               add 1 to scan-day-int
           end-perform.
           move "data/admin-audit.log" to audit-path.
           perform read-one-audit-file.

       read-one-audit-file section.
           open input audit-log.
           if audit-file-status not = "00"
               exit section
           end-if.
           add 1 to generations-read.
           perform until audit-file-status not = "00"
               read audit-log
                   at end
                       move "10" to audit-file-status
                   not at end
                       perform parse-one-audit-line
               end-read
           end-perform.
           close audit-log.

       parse-one-audit-line section.
           *> Only successful workflow moves name an id and the two
           *> statuses - everything else is passed over.
           move 0 to delimiter-count.
           inspect audit-line tallying delimiter-count
               for all " -> ".
           if delimiter-count = 0
               exit section
           end-if.
           move 0 to delimiter-count.
           inspect audit-line tallying delimiter-count
               for all "result=SUCCESS".
           if delimiter-count = 0
               exit section
           end-if.
           move audit-line(1:8) to audit-date.
           if audit-date is not numeric
               exit section
           end-if.

           move spaces to audit-before-user audit-after-user.
           unstring audit-line delimited by "user="
               into audit-before-user audit-after-user
           end-unstring.
           move spaces to audit-user.
           unstring audit-after-user delimited by space
               into audit-user
           end-unstring.

           move spaces to audit-before-id audit-after-id.
           move 0 to delimiter-count.
           unstring audit-line delimited by "(id "
               into audit-before-id audit-after-id
               tallying in delimiter-count
           end-unstring.
           if delimiter-count < 2
               exit section
           end-if.
           move spaces to audit-id-text audit-from-status
               audit-to-status.
           unstring audit-after-id delimited by ": " or " -> " or ")"
               into audit-id-text audit-from-status audit-to-status
           end-unstring.
           if function trim(audit-id-text) is not numeric
               or audit-user = spaces
               exit section
           end-if.
           move function numval(audit-id-text) to audit-content-id.

           evaluate true
               when function trim(audit-to-status) = "in-review"
                   perform note-review-submission
               when function trim(audit-from-status) = "in-review"
                   and function trim(audit-to-status) = "published"
                   perform note-review-approval
           end-evaluate.

       find-review-row section.
           move 0 to rv-found.
           perform varying rv-index from 1 by 1
               until rv-index > rv-count
               if rv-content-id(rv-index) = audit-content-id
                   move rv-index to rv-found
                   exit perform
               end-if
           end-perform.
           if rv-found = 0 and rv-count < 3000
               add 1 to rv-count
               move rv-count to rv-found
               move audit-content-id to rv-content-id(rv-found)
               move spaces to rv-review-date(rv-found)
               move spaces to rv-approved-date(rv-found)
               move spaces to rv-approval-review(rv-found)
           end-if.

       note-review-submission section.
           perform find-review-row.
           if rv-found > 0
               move audit-date to rv-review-date(rv-found)
           end-if.
           move audit-date(1:6) to month-scratch.
           perform classify-period.
           if in-quarter = "N"
               exit section
           end-if.
           move audit-user to lookup-name.
           perform find-user.
           if user-found = 0
               exit section
           end-if.
           if in-month = "Y"
               add 1 to ur-submitted(user-found, 1)
           end-if.
           add 1 to ur-submitted(user-found, 2).

       note-review-approval section.
           perform find-review-row.
           if rv-found > 0
               move audit-date to rv-approved-date(rv-found)
               move rv-review-date(rv-found)
                   to rv-approval-review(rv-found)
           end-if.

       tally-content section.
           open input content-master.
           if content-file-status not = "00"
               exit section
           end-if.
           perform until content-file-status not = "00"
               read content-master next record
                   at end move "10" to content-file-status
                   not at end
                       if function trim(cm-status) not = "trashed"
                           perform tally-one-item
                       end-if
               end-read
           end-perform.
           close content-master.

       tally-one-item section.
           move cm-created-date to date-in.
           perform normalize-date.
           move date-ymd to created-ymd.

           *> Created - the author's.
           if created-ymd not = spaces
               move created-ymd(1:6) to month-scratch
               perform classify-period
               if in-quarter = "Y"
                   move cm-author to lookup-name
                   perform find-user
                   if user-found > 0
                       if in-month = "Y"
                           add 1 to ur-created(user-found, 1)
                       end-if
                       add 1 to ur-created(user-found, 2)
                   end-if
               end-if
           end-if.

           *> Published - the author's, with creation-to-publish
           *> days. Archived items were published once too.
           if function trim(cm-status) = "published"
               or function trim(cm-status) = "archived"
               move cm-publish-date to date-in
               perform normalize-date
               if date-ymd not = spaces
                   move date-ymd(1:6) to month-scratch
                   perform classify-period
                   if in-quarter = "Y"
                       perform tally-one-publication
                   end-if
               end-if
           end-if.

           if cm-approved-by not = spaces
               perform tally-one-approval
           end-if.

       tally-one-publication section.
           move cm-author to lookup-name.
           perform find-user.
           if user-found = 0
               exit section
           end-if.
           if in-month = "Y"
               add 1 to ur-published(user-found, 1)
           end-if.
           add 1 to ur-published(user-found, 2).
           if created-ymd = spaces
               exit section
           end-if.
           compute days-from-int =
               function integer-of-date(function numval(created-ymd)).
           compute days-to-int =
               function integer-of-date(function numval(date-ymd)).
           compute sample-days = days-to-int - days-from-int.
           move "P" to sample-kind.
           perform add-sample.

       tally-one-approval section.
           *> Approved when the audit trail saw the in-review ->
           *> published move; an item published with a change set
           *> falls back to its publish date.
           move spaces to approved-ymd.
           move cm-id to audit-content-id.
           move 0 to rv-found.
           perform varying rv-index from 1 by 1
               until rv-index > rv-count
               if rv-content-id(rv-index) = audit-content-id
                   move rv-index to rv-found
                   exit perform
               end-if
           end-perform.
           if rv-found > 0
               move rv-approved-date(rv-found) to approved-ymd
           end-if.
           if approved-ymd = spaces
               move cm-publish-date to date-in
               perform normalize-date
               move date-ymd to approved-ymd
           end-if.
           if approved-ymd = spaces
               exit section
           end-if.
           move approved-ymd(1:6) to month-scratch.
           perform classify-period.
           if in-quarter = "N"
               exit section
           end-if.
           move cm-approved-by to lookup-name.
           perform find-user.
           if user-found = 0
               exit section
           end-if.
           if in-month = "Y"
               add 1 to ur-approved(user-found, 1)
           end-if.
           add 1 to ur-approved(user-found, 2).
           if rv-found = 0
               exit section
           end-if.
           if rv-approval-review(rv-found) = spaces
               or rv-approved-date(rv-found) = spaces
               exit section
           end-if.
           compute days-from-int = function integer-of-date(
               function numval(rv-approval-review(rv-found))).
           compute days-to-int =
               function integer-of-date(function numval(approved-ymd)).
           compute sample-days = days-to-int - days-from-int.
           move "A" to sample-kind.
           perform add-sample.

       tally-revisions section.
           open input content-revisions.
           if revision-file-status not = "00"
               exit section
           end-if.
           perform until revision-file-status not = "00"
               read content-revisions next record
                   at end move "10" to revision-file-status
                   not at end
                       perform tally-one-revision
               end-read
           end-perform.
           close content-revisions.

       tally-one-revision section.
           *> Automated snapshots are filed under "system" - not
           *> anyone's work.
           if cr-changed-by = spaces or cr-changed-by = "system"
               exit section
           end-if.
           move cr-changed-date to date-in.
           perform normalize-date.
           if date-ymd = spaces
               exit section
           end-if.
           move date-ymd(1:6) to month-scratch.
           perform classify-period.
           if in-quarter = "N"
               exit section
           end-if.
           move cr-changed-by to lookup-name.
           perform find-user.
           if user-found = 0
               exit section
           end-if.
           if in-month = "Y"
               add 1 to ur-revisions(user-found, 1)
           end-if.
           add 1 to ur-revisions(user-found, 2).

       sort-users-by-name section.
           perform varying order-pos from 1 by 1
               until order-pos > user-count
               move order-pos to uo-index(order-pos)
           end-perform.
           perform varying order-pos from 2 by 1
               until order-pos > user-count
               move uo-index(order-pos) to order-hold
               move order-pos to order-scan
               perform until order-scan < 2
                   or ur-name(uo-index(order-scan - 1))
                       <= ur-name(order-hold)
                   move uo-index(order-scan - 1)
                       to uo-index(order-scan)
                   subtract 1 from order-scan
               end-perform
               move order-hold to uo-index(order-scan)
           end-perform.

       compute-median section.
           *> median-user (0 for everyone), period-slot and
           *> sample-kind in; median-text out ("-" with no samples).
           move 0 to mb-count.
           perform varying sample-index from 1 by 1
               until sample-index > sample-count
               if sm-slot(sample-index) = period-slot
                   and sm-kind(sample-index) = sample-kind
                   and (median-user = 0
                       or sm-user(sample-index) = median-user)
                   add 1 to mb-count
                   move sm-days(sample-index) to mb-days(mb-count)
               end-if
           end-perform.
           if mb-count = 0
               move "-" to median-text
               exit section
           end-if.
           perform varying mb-pos from 2 by 1
               until mb-pos > mb-count
               move mb-days(mb-pos) to mb-hold
               move mb-pos to mb-scan
               perform until mb-scan < 2
                   or mb-days(mb-scan - 1) <= mb-hold
                   move mb-days(mb-scan - 1) to mb-days(mb-scan)
                   subtract 1 from mb-scan
               end-perform
               move mb-hold to mb-days(mb-scan)
           end-perform.
           compute mb-mid = (mb-count + 1) / 2.
           if function mod(mb-count, 2) = 1
               move mb-days(mb-mid) to median-value
           else
               compute median-value =
                   (mb-days(mb-mid) + mb-days(mb-mid + 1)) / 2
           end-if.
           move median-value to median-display.
           move function trim(median-display) to median-text.

       write-report section.
           move function concatenate(
               "EDITORIAL PRODUCTIVITY REPORT - ", report-month(1:4),
               "-", report-month(5:2), " (quarter to date from ",
               quarter-start(1:4), "-", quarter-start(5:2), ")"
           ) to report-line.
           write report-line.
           move function concatenate(
               "Business date: ", bd-date-iso
           ) to report-line.
           write report-line.
           move function concatenate(
               "Created and published count the author; approved and",
               " review-to-approval days count the approver."
           ) to report-line.
           write report-line.

           move function concatenate(
               "period,user,created,revisions,submitted_for_review,",
               "approved,published,median_days_create_to_publish,",
               "median_days_review_to_approval"
           ) to csv-line.
           write csv-line.

           move 1 to period-slot.
           move function concatenate(
               report-month(1:4), "-", report-month(5:2)
           ) to period-label.
           perform write-period-section.
           move 2 to period-slot.
           move function concatenate(
               report-month(1:4), "-Q", quarter-number, "-to-date"
           ) to period-label.
           perform write-period-section.

       write-period-section section.
           move spaces to report-line.
           write report-line.
           if period-slot = 1
               move function concatenate(
                   "MONTH ", function trim(period-label)
               ) to report-line
           else
               move function concatenate(
                   "QUARTER TO DATE ", quarter-start(1:4), "-",
                   quarter-start(5:2), " to ", report-month(1:4), "-",
                   report-month(5:2)
               ) to report-line
           end-if.
           write report-line.
           move function concatenate(
               "user                     created revisions submitted",
               " approved published  create->publish",
               "  review->approval"
           ) to report-line.
           write report-line.

           initialize total-counters.
           perform varying order-pos from 1 by 1
               until order-pos > user-count
               move uo-index(order-pos) to user-index
               if ur-created(user-index, period-slot) > 0
                   or ur-revisions(user-index, period-slot) > 0
                   or ur-submitted(user-index, period-slot) > 0
                   or ur-approved(user-index, period-slot) > 0
                   or ur-published(user-index, period-slot) > 0
                   perform write-one-user-row
               end-if
           end-perform.

           move 0 to median-user.
           move "P" to sample-kind.
           perform compute-median.
           move median-text to publish-median-text.
           move "A" to sample-kind.
           perform compute-median.
           move median-text to approval-median-text.
           move "ALL" to name-column.
           move tc-created to n1-display.
           move tc-revisions to n2-display.
           move tc-submitted to n3-display.
           move tc-approved to n4-display.
           move tc-published to n5-display.
           perform write-row-lines.

       write-one-user-row section.
           add ur-created(user-index, period-slot) to tc-created.
           add ur-revisions(user-index, period-slot) to tc-revisions.
           add ur-submitted(user-index, period-slot) to tc-submitted.
           add ur-approved(user-index, period-slot) to tc-approved.
           add ur-published(user-index, period-slot) to tc-published.

           move user-index to median-user.
           move "P" to sample-kind.
           perform compute-median.
           move median-text to publish-median-text.
           move "A" to sample-kind.
           perform compute-median.
           move median-text to approval-median-text.

           move ur-name(user-index) to name-column.
           move ur-created(user-index, period-slot) to n1-display.
           move ur-revisions(user-index, period-slot) to n2-display.
           move ur-submitted(user-index, period-slot) to n3-display.
           move ur-approved(user-index, period-slot) to n4-display.
           move ur-published(user-index, period-slot) to n5-display.
           perform write-row-lines.

       write-row-lines section.
           *> name-column, n1..n5 and the two median texts staged.
           move function concatenate(
               name-column, "  ", n1-display, "    ", n2-display,
               "    ", n3-display, "   ", n4-display, "    ",
               n5-display, "  ", publish-median-text, "         ",
               approval-median-text
           ) to report-line.
           write report-line.

           if publish-median-text = "-"
               move spaces to publish-median-text
           end-if.
           if approval-median-text = "-"
               move spaces to approval-median-text
           end-if.
           move function concatenate(
               function trim(period-label), ",",
               function trim(name-column), ",",
               function trim(n1-display), ",",
               function trim(n2-display), ",",
               function trim(n3-display), ",",
               function trim(n4-display), ",",
               function trim(n5-display), ",",
               function trim(publish-median-text), ",",
               function trim(approval-median-text)
           ) to csv-line.
           write csv-line.

       end program editorial-productivity-report.
