       identification division.
       program-id. page-feedback-report.

       environment division.
       input-output section.
       file-control.
           select feedback-master
               assign to "data/page-feedback.dat"
               organization is indexed
               access mode is dynamic
               record key is pf-key
               file status is feedback-file-status.

           select feedback-totals
               assign to "data/page-feedback-totals.dat"
               organization is indexed
               access mode is dynamic
               record key is pt-content-id
               file status is totals-file-status.

           select content-master
               assign to "data/content.dat"
               organization is indexed
               access mode is dynamic
               record key is cm-id
               file status is content-file-status.

           select report-file
               assign to "data/page-feedback-report.txt"
               organization is line sequential
               file status is report-file-status.

       data division.
       file section.
       fd  feedback-master.
       01  feedback-master-record.
           03 pf-key.
               05 pf-content-id  pic 9(10).
               05 pf-stamp       pic x(16).
               05 pf-seq         pic 99.
           03 pf-helpful        pic x(1).
           03 pf-comment        pic x(500).

       fd  feedback-totals.
       01  feedback-totals-record.
           03 pt-content-id     pic 9(10).
           03 pt-helpful-count  pic 9(7).
           03 pt-unhelpful-count pic 9(7).
           03 pt-comment-count  pic 9(7).
           03 pt-last-stamp     pic x(14).

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

       fd  report-file.
       01  report-line          pic x(600).

       working-storage section.
       01 feedback-file-status pic xx.
       01 totals-file-status   pic xx.
       01 content-file-status  pic xx.
       01 report-file-status   pic xx.
       01 totals-available     pic x(1).
       01 content-available    pic x(1).

      *> The week under report - the seven days ending on the
      *> business date.
       01 week-start           pic 9(8).
       01 week-end             pic 9(8).
       01 week-start-display   pic x(10).
       01 row-date             pic x(8).

      *> One row per page answered about this week.
       01 page-table.
           03 page-count        pic 9(4) usage comp-5 value 0.
           03 page-row occurs 1000 times.
               05 pg-id          pic 9(10).
               05 pg-title       pic x(200).
               05 pg-owner       pic x(50).
               05 pg-yes         pic 9(6) usage comp-5.
               05 pg-no          pic 9(6) usage comp-5.
               05 pg-comments    pic 9(6) usage comp-5.
               05 pg-all-yes     pic 9(7).
               05 pg-all-no      pic 9(7).
               05 pg-ranked      pic x(1).
       01 pages-skipped        pic 9(6) usage comp-5 value 0.
       01 page-index           pic 9(4) usage comp-5.
       01 seek-index           pic 9(4) usage comp-5.

       01 rank-table.
           03 rank-entry occurs 1000 times pic 9(4) usage comp-5.
       01 rank-count           pic 9(4) usage comp-5 value 0.
       01 rank-index           pic 9(4) usage comp-5.
       01 best-index           pic 9(4) usage comp-5.

       01 owner-table.
           03 owner-count       pic 9(4) usage comp-5 value 0.
           03 owner-row occurs 300 times.
               05 ow-name        pic x(50).
               05 ow-pages       pic 9(4) usage comp-5.
               05 ow-no          pic 9(6) usage comp-5.
               05 ow-worst       pic 9(4) usage comp-5.
       01 owner-index          pic 9(4) usage comp-5.

       01 answers-read         pic 9(8) usage comp-5 value 0.
       01 rank-display         pic zzz9.
       01 id-display           pic z(9)9.
       01 yes-display          pic z(6)9.
       01 no-display           pic z(6)9.
       01 all-yes-display      pic z(6)9.
       01 all-no-display       pic z(6)9.
       01 count-display        pic z(6)9.
       01 answer-label         pic x(3).

      *> business-date.cbl's LINKAGE shape with local names.
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

      *> notifications.cbl's LINKAGE shape with local names.
       01 notify-request.
           03 notify-action     pic x(15).
           03 notify-user       pic x(50).
           03 notify-text       pic x(200).

       01 notify-response.
           03 notify-success    pic x(1).
           03 notify-message    pic x(200).
           03 notify-unread     pic 9(6).

      *> Weekly "Was this page helpful?" report: every page readers
      *> answered about in the seven days ending on the business
      *> date, ranked by its "no" answers (fewest "yes" first on a
      *> tie) with the all-time counts beside the week's, then the
      *> same pages grouped under each owner - the assignee when
      *> there is one, else the author - with the week's comments
      *> in full. Each owner with an unhelpful answer hears about it
      *> on their dashboard. Written to
      *> data/page-feedback-report.txt.
       procedure division.

       main-paragraph.
           perform get-business-date.
           perform collect-week-answers.
           perform fill-page-details.
           perform rank-pages.
           perform collect-owners.
           perform write-report.
           perform notify-owners.

           move answers-read to count-display.
           move page-count to rank-display.
           display function concatenate(
               "page-feedback-report: ", function trim(count-display),
               " answer(s) on ", function trim(rank-display),
               " page(s) in the week to ",
               bd-date-iso, "; report written to",
               " data/page-feedback-report.txt"
           ).
           goback.

       get-business-date section.
           move "get" to bd-action.
           move spaces to bd-date-in.
           move "page-feedback-report" to bd-set-by.
           call "business-date" using business-date-request
               business-date-response.
           move function numval(bd-date) to week-end.
           compute week-start = function date-of-integer(
               function integer-of-date(week-end) - 6).
           move week-start to row-date.
           move function concatenate(
               row-date(1:4), "-", row-date(5:2), "-", row-date(7:2)
           ) to week-start-display.

       collect-week-answers section.
           open input feedback-master.
           if feedback-file-status not = "00"
               exit section
           end-if.
           perform until feedback-file-status not = "00"
               read feedback-master next record
                   at end move "10" to feedback-file-status
                   not at end
                       move pf-stamp(1:8) to row-date
                       perform tally-if-in-week
               end-read
           end-perform.
           close feedback-master.

       tally-if-in-week section.
           if function numval(row-date) < week-start
               or function numval(row-date) > week-end
               exit section
           end-if.
           add 1 to answers-read.
           perform find-page-row.
           if seek-index = 0
               exit section
           end-if.
           if pf-helpful = "Y"
               add 1 to pg-yes(seek-index)
           else
               add 1 to pg-no(seek-index)
           end-if.
           if pf-comment not = spaces
               add 1 to pg-comments(seek-index)
           end-if.

       find-page-row section.
           *> Rows arrive grouped by page (the key leads with the
           *> content id), so the last row is nearly always the one.
           move 0 to seek-index.
           if page-count > 0
               and pg-id(page-count) = pf-content-id
               move page-count to seek-index
               exit section
           end-if.
           perform varying page-index from 1 by 1
               until page-index > page-count or seek-index > 0
               if pg-id(page-index) = pf-content-id
                   move page-index to seek-index
               end-if
           end-perform.
           if seek-index > 0
               exit section
           end-if.
           if page-count >= 1000
               add 1 to pages-skipped
               exit section
           end-if.
           add 1 to page-count.
           move page-count to seek-index.
           move pf-content-id to pg-id(page-count).
           move spaces to pg-title(page-count).
           move spaces to pg-owner(page-count).
           move 0 to pg-yes(page-count).
           move 0 to pg-no(page-count).
           move 0 to pg-comments(page-count).
           move 0 to pg-all-yes(page-count).
           move 0 to pg-all-no(page-count).
           move "N" to pg-ranked(page-count).

       fill-page-details section.
           move "N" to content-available.
           open input content-master.
           if content-file-status = "00"
               move "Y" to content-available
           end-if.
           move "N" to totals-available.
           open input feedback-totals.
           if totals-file-status = "00"
               move "Y" to totals-available
           end-if.
           perform varying page-index from 1 by 1
               until page-index > page-count
               perform fill-one-page
           end-perform.
           if content-available = "Y"
               close content-master
           end-if.
           if totals-available = "Y"
               close feedback-totals
           end-if.

       fill-one-page section.
           move "(no longer on file)" to pg-title(page-index).
           move "(unassigned)" to pg-owner(page-index).
           if content-available = "Y"
               move pg-id(page-index) to cm-id
               read content-master
                   invalid key
                       continue
                   not invalid key
                       move cm-title to pg-title(page-index)
                       if cm-assigned-to not = spaces
                           move cm-assigned-to to pg-owner(page-index)
                       else
                           if cm-author not = spaces
                               move cm-author to pg-owner(page-index)
                           end-if
                       end-if
               end-read
           end-if.
           if totals-available = "Y"
               move pg-id(page-index) to pt-content-id
               read feedback-totals
                   invalid key
                       continue
                   not invalid key
                       move pt-helpful-count to pg-all-yes(page-index)
                       move pt-unhelpful-count
                           to pg-all-no(page-index)
               end-read
           end-if.

       rank-pages section.
           *> Most "no" answers first; fewer "yes" breaks a tie.
           move 0 to rank-count.
           perform until rank-count >= page-count
               move 0 to best-index
               perform varying page-index from 1 by 1
                   until page-index > page-count
                   if pg-ranked(page-index) = "N"
                       perform consider-for-rank
                   end-if
               end-perform
               add 1 to rank-count
               move best-index to rank-entry(rank-count)
               move "Y" to pg-ranked(best-index)
           end-perform.

       consider-for-rank section.
           if best-index = 0
               move page-index to best-index
               exit section
           end-if.
           if pg-no(page-index) > pg-no(best-index)
               or (pg-no(page-index) = pg-no(best-index)
                   and pg-yes(page-index) < pg-yes(best-index))
               move page-index to best-index
           end-if.

       collect-owners section.
           *> In rank order, so each owner's first page is their
           *> worst.
           perform varying rank-index from 1 by 1
               until rank-index > rank-count
               move rank-entry(rank-index) to page-index
               move 0 to seek-index
               perform varying owner-index from 1 by 1
                   until owner-index > owner-count or seek-index > 0
                   if ow-name(owner-index) = pg-owner(page-index)
                       move owner-index to seek-index
                   end-if
               end-perform
               if seek-index = 0 and owner-count < 300
                   add 1 to owner-count
                   move owner-count to seek-index
                   move pg-owner(page-index) to ow-name(seek-index)
                   move 0 to ow-pages(seek-index)
                   move 0 to ow-no(seek-index)
                   move page-index to ow-worst(seek-index)
               end-if
               if seek-index > 0
                   add 1 to ow-pages(seek-index)
                   add pg-no(page-index) to ow-no(seek-index)
               end-if
           end-perform.

       write-report section.
           open output report-file.
           move function concatenate(
               "Page feedback report - week ", week-start-display,
               " to ", bd-date-iso
           ) to report-line.
           write report-line.
           move function concatenate(
               "Business date: ", bd-date-iso
           ) to report-line.
           write report-line.
           move spaces to report-line.
           write report-line.

           if page-count = 0
               move "No page feedback was given this week."
                   to report-line
               write report-line
               close report-file
               exit section
           end-if.

           move "Pages ranked by unhelpful answers this week"
               to report-line.
           write report-line.
           perform varying rank-index from 1 by 1
               until rank-index > rank-count
               move rank-entry(rank-index) to page-index
               perform write-ranked-line
           end-perform.
           if pages-skipped > 0
               move pages-skipped to count-display
               move function concatenate(
                   "  (", function trim(count-display),
                   " further answer(s) on pages beyond the first",
                   " 1000 were not ranked)"
               ) to report-line
               write report-line
           end-if.

           perform varying owner-index from 1 by 1
               until owner-index > owner-count
               perform write-owner-block
           end-perform.
           close report-file.

       write-ranked-line section.
           move rank-index to rank-display.
           perform set-page-displays.
           move function concatenate(
               function trim(rank-display), ". #",
               function trim(id-display), " ",
               function trim(pg-title(page-index)), " - ",
               function trim(no-display), " no / ",
               function trim(yes-display), " yes this week (",
               function trim(all-no-display), " no / ",
               function trim(all-yes-display), " yes all time) - ",
               function trim(pg-owner(page-index))
           ) to report-line.
           write report-line.

       set-page-displays section.
           move pg-id(page-index) to id-display.
           move pg-yes(page-index) to yes-display.
           move pg-no(page-index) to no-display.
           move pg-all-yes(page-index) to all-yes-display.
           move pg-all-no(page-index) to all-no-display.

       write-owner-block section.
           move spaces to report-line.
           write report-line.
           move function concatenate(
               "Owner: ", function trim(ow-name(owner-index))
           ) to report-line.
           write report-line.
           perform varying rank-index from 1 by 1
               until rank-index > rank-count
               move rank-entry(rank-index) to page-index
               if pg-owner(page-index) = ow-name(owner-index)
                   perform set-page-displays
                   move function concatenate(
                       "  #", function trim(id-display), " ",
                       function trim(pg-title(page-index)), " - ",
                       function trim(no-display), " no / ",
                       function trim(yes-display), " yes"
                   ) to report-line
                   write report-line
                   if pg-comments(page-index) > 0
                       perform write-page-comments
                   end-if
               end-if
           end-perform.

       write-page-comments section.
           *> The page's rows are one key run - start at its id and
           *> read until the id changes.
           open input feedback-master.
           if feedback-file-status not = "00"
               exit section
           end-if.
           move pg-id(page-index) to pf-content-id.
           move low-values to pf-stamp.
           move 0 to pf-seq.
           start feedback-master key is not less than pf-key
               invalid key move "10" to feedback-file-status
           end-start.
           perform until feedback-file-status not = "00"
               read feedback-master next record
                   at end move "10" to feedback-file-status
                   not at end
                       if pf-content-id not = pg-id(page-index)
                           move "10" to feedback-file-status
                       else
                           perform write-one-comment
                       end-if
               end-read
           end-perform.
           close feedback-master.

       write-one-comment section.
           if pf-comment = spaces
               exit section
           end-if.
           move pf-stamp(1:8) to row-date.
           if function numval(row-date) < week-start
               or function numval(row-date) > week-end
               exit section
           end-if.
           if pf-helpful = "Y"
               move "yes" to answer-label
           else
               move "no" to answer-label
           end-if.
           move function concatenate(
               "      [", function trim(answer-label), "] ",
               row-date(1:4), "-", row-date(5:2), "-", row-date(7:2),
               ": ", function trim(pf-comment)
           ) to report-line.
           write report-line.

       notify-owners section.
           perform varying owner-index from 1 by 1
               until owner-index > owner-count
               if ow-no(owner-index) > 0
                   and ow-name(owner-index) not = "(unassigned)"
                   move ow-worst(owner-index) to page-index
                   move ow-no(owner-index) to no-display
                   move ow-pages(owner-index) to count-display
                   move pg-id(page-index) to id-display
                   move "post" to notify-action
                   move ow-name(owner-index) to notify-user
                   move function concatenate(
                       "Page feedback this week: ",
                       function trim(no-display), " unhelpful",
                       " answer(s) across ",
                       function trim(count-display), " of your",
                       " page(s), most on #", function trim(id-display),
                       " - see data/page-feedback-report.txt"
                   ) to notify-text
                   call "notifications" using notify-request
                       notify-response
               end-if
           end-perform.

       end program page-feedback-report.
