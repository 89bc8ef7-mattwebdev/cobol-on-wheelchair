       identification division.
       program-id. form-conversion-report.

       environment division.
       input-output section.
       file-control.
           select submission-master
               assign to "data/form-submissions.dat"
               organization is indexed
               access mode is sequential
               record key is fs-id
               file status is submission-file-status.

           select analytics-master
               assign to "data/analytics.dat"
               organization is indexed
               access mode is dynamic
               record key is an-key
               file status is analytics-status.

           select report-file
               assign to "data/form-conversion-report.txt"
               organization is line sequential
               file status is report-file-status.

       data division.
       file section.
       fd  submission-master.
       01  submission-master-record.
           03 fs-id             pic 9(10).
           03 fs-submitted-date pic x(20).
           03 fs-client-addr    pic x(64).
           03 fs-status         pic x(10).
           03 fs-fields         pic x(1900).

       fd  analytics-master.
       01  analytics-record.
           03 an-key.
               05 an-date       pic x(8).
               05 an-path       pic x(100).
           03 an-hits           pic 9(8).
           03 an-total-ms       pic 9(12).
           03 an-bot-hits       pic 9(8).

       fd  report-file.
       01  report-line          pic x(250).

       working-storage section.
       01 submission-file-status pic xx.
       01 analytics-status     pic xx.
       01 report-file-status   pic xx.

      *> The report month is last month, as monthly-ops-report.cbl
      *> has it.
       01 report-month         pic x(6).
       01 work-year            pic 9(4).
       01 work-month           pic 99.
       01 submission-month     pic x(6).

      *> One row per (form, originating page) with that page's
      *> people views over the month alongside.
       01 page-table.
           03 page-count        pic 9(4) usage comp-5 value 0.
           03 page-rows occurs 500 times.
               05 pg-form       pic x(50).
               05 pg-path       pic x(100).
               05 pg-submissions pic 9(6) usage comp-5.
               05 pg-views      pic 9(10) usage comp-5.
       01 page-index           pic 9(4) usage comp-5.
       01 page-found           pic 9(4) usage comp-5.
       01 pages-dropped        pic 9(6) usage comp-5 value 0.

      *> One row per (form, referring site) - the visit's outside
      *> arrival point, by host.
       01 referrer-table.
           03 referrer-count    pic 9(4) usage comp-5 value 0.
           03 referrer-rows occurs 300 times.
               05 rf-form       pic x(50).
               05 rf-host       pic x(100).
               05 rf-submissions pic 9(6) usage comp-5.
       01 referrer-index       pic 9(4) usage comp-5.
       01 referrer-found       pic 9(4) usage comp-5.

      *> One row per form, for its totals and the report order.
       01 form-table.
           03 form-count        pic 9(4) usage comp-5 value 0.
           03 form-rows occurs 100 times.
               05 fr-name       pic x(50).
               05 fr-submissions pic 9(6) usage comp-5.
       01 form-hold.
           03 fh-name           pic x(50).
           03 fh-submissions    pic 9(6) usage comp-5.
       01 form-index           pic 9(4) usage comp-5.
       01 form-found           pic 9(4) usage comp-5.
       01 order-pos            pic 9(4) usage comp-5.
       01 order-scan           pic 9(4) usage comp-5.
       01 best-index           pic 9(4) usage comp-5.
       01 best-count           pic 9(6) usage comp-5.
       01 row-listed occurs 500 times pic x(1).
       01 listing-done         pic x(1).
       01 line-pos             pic 9(4) usage comp-5.

      *> The leading tags of a submission's flattened fields -
      *> "_form=<name>|_page=<path>|_ref=<address>|...".
       01 field-token          pic x(1900).
       01 field-rest           pic x(1900).
       01 token-count          pic 9(4) usage comp-5.
       01 submission-form      pic x(50).
       01 submission-page      pic x(100).
       01 submission-ref-host  pic x(100).
       01 ref-scheme-len       pic 9(4) usage comp-5.
       01 ref-address          pic x(100).

       01 analytics-path       pic x(100).
       01 conversion-rate      pic 9(5)v99.
       01 rate-display         pic z(4)9.99.
       01 rate-text            pic x(10).
       01 n1-display           pic z(5)9.
       01 views-display        pic z(9)9.
       01 counts.
           03 submissions-read  pic 9(6) usage comp-5 value 0.
           03 submissions-month pic 9(6) usage comp-5 value 0.
           03 submissions-unattributed pic 9(6) usage comp-5
               value 0.

      *> field-cipher.cbl's LINKAGE shape with local names - the
      *> submitted fields are sealed at rest.
       01 cipher-request.
           03 cipher-action     pic x(12).
           03 cipher-width      pic 9(4).
           03 cipher-text       pic x(2000).

       01 cipher-response.
           03 cipher-success    pic x(1).
           03 cipher-message    pic x(200).
           03 cipher-result     pic x(2000).
           03 cipher-key-version pic x(1).

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

      *> Which pages turn visitors into enquiries: last month's
      *> form submissions per form, split by the page each was sent
      *> from (the "_page=" tag submitform.cbl files), with that
      *> page's people views for the month from analytics.dat and
      *> the conversion rate - submissions per hundred views. A
      *> second table per form shows the outside sites the visits
      *> began on ("_ref="). Quarantined submissions are spam and
      *> are left out; submissions filed before pages were recorded
      *> count under "(not recorded)". Written to
      *> data/form-conversion-report.txt, monthly on the first.
       procedure division.

       perform compute-report-month.
       perform tally-submissions.
       perform load-page-views.
       perform sort-forms-by-name.

       open output report-file.
       perform write-report.
       close report-file.

       display function concatenate(
           "form-conversion-report: ", report-month(1:4), "-",
           report-month(5:2), " - ", function trim(submissions-month),
           " submission(s) across ", function trim(form-count),
           " form(s); report written to",
           " data/form-conversion-report.txt"
       ).
       if pages-dropped > 0
           display "form-conversion-report: page table full - some"
               " pages were left out"
       end-if.

       goback.

       compute-report-month section.
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

       tally-submissions section.
           open input submission-master.
           if submission-file-status not = "00"
               exit section
           end-if.
           perform until submission-file-status not = "00"
               read submission-master next record
                   at end move "10" to submission-file-status
                   not at end
                       add 1 to submissions-read
                       perform tally-one-submission
               end-read
           end-perform.
           close submission-master.

       tally-one-submission section.
           if function trim(fs-status) = "quarantine"
               exit section
           end-if.
           move fs-submitted-date(1:4) to submission-month(1:4).
           move fs-submitted-date(6:2) to submission-month(5:2).
           if submission-month not = report-month
               exit section
           end-if.
           add 1 to submissions-month.

           move "decrypt" to cipher-action.
           move 1900 to cipher-width.
           move fs-fields to cipher-text.
           call "field-cipher" using cipher-request cipher-response.
           move cipher-result(1:1900) to field-rest.
           perform read-submission-tags.

           perform find-form-row.
           if form-found > 0
               add 1 to fr-submissions(form-found)
           end-if.
           perform find-page-row.
           if page-found > 0
               add 1 to pg-submissions(page-found)
           end-if.
           if submission-ref-host not = spaces
               perform find-referrer-row
               if referrer-found > 0
                   add 1 to rf-submissions(referrer-found)
               end-if
           end-if.

       read-submission-tags section.
           *> Tags lead the list - the walk stops at the first token
           *> that is not one, since the rest is what the visitor
           *> typed.
           move "contact" to submission-form.
           move spaces to submission-page.
           move spaces to submission-ref-host.
           move 0 to token-count.
           perform until field-rest = spaces or token-count >= 3
               add 1 to token-count
               move spaces to field-token
               unstring field-rest delimited by "|"
                   into field-token
               end-unstring
               evaluate true
                   when field-token(1:6) = "_form="
                       move field-token(7:50) to submission-form
                   when field-token(1:6) = "_page="
                       move field-token(7:100) to submission-page
                   when field-token(1:5) = "_ref="
                       move field-token(6:100) to ref-address
                       perform reduce-referrer-to-host
                   when other
                       move 3 to token-count
               end-evaluate
               if token-count < 3
                   perform drop-leading-token
               end-if
           end-perform.
           if submission-page = spaces or submission-page = "-"
               move "(not recorded)" to submission-page
               add 1 to submissions-unattributed
           end-if.

       drop-leading-token section.
           move spaces to field-token.
           move 1 to line-pos.
           unstring field-rest delimited by "|"
               into field-token
               with pointer line-pos
           end-unstring.
           if line-pos > 1900
               move spaces to field-rest
           else
               move field-rest(line-pos:) to field-token
               move field-token to field-rest
           end-if.

       reduce-referrer-to-host section.
           move 0 to ref-scheme-len.
           inspect ref-address tallying ref-scheme-len
               for characters before initial "://".
           if ref-scheme-len >= 96
               move ref-address to submission-ref-host
               exit section
           end-if.
           unstring ref-address(ref-scheme-len + 4:)
               delimited by "/" or space
               into submission-ref-host
           end-unstring.

       find-form-row section.
           move 0 to form-found.
           perform varying form-index from 1 by 1
               until form-index > form-count
               if fr-name(form-index) = submission-form
                   move form-index to form-found
                   exit perform
               end-if
           end-perform.
           if form-found = 0 and form-count < 100
               add 1 to form-count
               move form-count to form-found
               move submission-form to fr-name(form-found)
               move 0 to fr-submissions(form-found)
           end-if.

       find-page-row section.
           move 0 to page-found.
           perform varying page-index from 1 by 1
               until page-index > page-count
               if pg-form(page-index) = submission-form
                   and pg-path(page-index) = submission-page
                   move page-index to page-found
                   exit perform
               end-if
           end-perform.
           if page-found > 0
               exit section
           end-if.
           if page-count >= 500
               add 1 to pages-dropped
               exit section
           end-if.
           add 1 to page-count.
           move page-count to page-found.
           move submission-form to pg-form(page-found).
           move submission-page to pg-path(page-found).
           move 0 to pg-submissions(page-found).
           move 0 to pg-views(page-found).

       find-referrer-row section.
           move 0 to referrer-found.
           perform varying referrer-index from 1 by 1
               until referrer-index > referrer-count
               if rf-form(referrer-index) = submission-form
                   and rf-host(referrer-index) = submission-ref-host
                   move referrer-index to referrer-found
                   exit perform
               end-if
           end-perform.
           if referrer-found = 0 and referrer-count < 300
               add 1 to referrer-count
               move referrer-count to referrer-found
               move submission-form to rf-form(referrer-found)
               move submission-ref-host to rf-host(referrer-found)
               move 0 to rf-submissions(referrer-found)
           end-if.

       load-page-views section.
           *> People's views only - bot hits never fill in a form.
           if page-count = 0
               exit section
           end-if.
           open input analytics-master.
           if analytics-status not = "00"
               exit section
           end-if.
           move report-month to an-date(1:6).
           move "01" to an-date(7:2).
           move low-values to an-path.
           start analytics-master key is not less than an-key
               invalid key move "10" to analytics-status
           end-start.
           perform until analytics-status not = "00"
               read analytics-master next record
                   at end move "10" to analytics-status
                   not at end
                       if an-date(1:6) not = report-month
                           move "10" to analytics-status
                       else
                           perform credit-one-view-row
                       end-if
               end-read
           end-perform.
           close analytics-master.

       credit-one-view-row section.
           move spaces to analytics-path.
           unstring an-path delimited by "?" or "#" or space
               into analytics-path
           end-unstring.
           perform varying page-index from 1 by 1
               until page-index > page-count
               if pg-path(page-index) = analytics-path
                   add an-hits to pg-views(page-index)
               end-if
           end-perform.

       sort-forms-by-name section.
           perform varying order-pos from 2 by 1
               until order-pos > form-count
               move form-rows(order-pos) to form-hold
               move order-pos to order-scan
               perform until order-scan < 2
                   or fr-name(order-scan - 1) <= fh-name
                   move form-rows(order-scan - 1)
                       to form-rows(order-scan)
                   subtract 1 from order-scan
               end-perform
               move form-hold to form-rows(order-scan)
           end-perform.

       compute-rate-text section.
           *> The page-index row's submissions per hundred of its
           *> views; "-" when the page had no views on file.
           if pg-views(page-index) = 0
               move "-" to rate-text
               exit section
           end-if.
           compute conversion-rate rounded =
               pg-submissions(page-index) * 100 / pg-views(page-index).
           move conversion-rate to rate-display.
           move function concatenate(
               function trim(rate-display), "%"
           ) to rate-text.

       write-report section.
           move function concatenate(
               "FORM CONVERSION REPORT - ", report-month(1:4), "-",
               report-month(5:2)
           ) to report-line.
           write report-line.
           move function concatenate(
               "Business date: ", bd-date-iso
           ) to report-line.
           write report-line.
           move function concatenate(
               "Submissions per originating page against that page's",
               " views for the month (people only, analytics.dat);",
               " rate = submissions per 100 views."
           ) to report-line.
           write report-line.
           if form-count = 0
               move spaces to report-line
               write report-line
               move "No form submissions this month." to report-line
               write report-line
               exit section
           end-if.
           perform varying form-index from 1 by 1
               until form-index > form-count
               perform write-one-form-section
           end-perform.
           if submissions-unattributed > 0
               move spaces to report-line
               write report-line
               move submissions-unattributed to n1-display
               move function concatenate(
                   function trim(n1-display), " submission(s) carry",
                   " no originating page - filed before pages were",
                   " recorded, or posted without one."
               ) to report-line
               write report-line
           end-if.

       write-one-form-section section.
           move spaces to report-line.
           write report-line.
           move fr-submissions(form-index) to n1-display.
           move function concatenate(
               "FORM ", function trim(fr-name(form-index)), " - ",
               function trim(n1-display), " submission(s)"
           ) to report-line.
           write report-line.
           move "  submissions        views     rate  originating page"
               to report-line.
           write report-line.

           *> Pages busiest first.
           perform varying page-index from 1 by 1
               until page-index > page-count
               move "N" to row-listed(page-index)
           end-perform.
           move "N" to listing-done.
           perform until listing-done = "Y"
               move 0 to best-index
               move 0 to best-count
               perform varying page-index from 1 by 1
                   until page-index > page-count
                   if pg-form(page-index) = fr-name(form-index)
                       and row-listed(page-index) = "N"
                       and (best-index = 0
                           or pg-submissions(page-index) > best-count)
                       move page-index to best-index
                       move pg-submissions(page-index) to best-count
                   end-if
               end-perform
               if best-index = 0
                   move "Y" to listing-done
               else
                   move "Y" to row-listed(best-index)
                   move best-index to page-index
                   perform write-one-page-line
               end-if
           end-perform.

           move 0 to best-count.
           perform varying referrer-index from 1 by 1
               until referrer-index > referrer-count
               if rf-form(referrer-index) = fr-name(form-index)
                   add 1 to best-count
               end-if
           end-perform.
           if best-count = 0
               exit section
           end-if.
           move "  visits that began on another site:" to report-line.
           write report-line.
           perform varying referrer-index from 1 by 1
               until referrer-index > referrer-count
               if rf-form(referrer-index) = fr-name(form-index)
                   move rf-submissions(referrer-index) to n1-display
                   move function concatenate(
                       "  ", n1-display, "  ",
                       function trim(rf-host(referrer-index))
                   ) to report-line
                   write report-line
               end-if
           end-perform.

       write-one-page-line section.
           perform compute-rate-text.
           move pg-submissions(page-index) to n1-display.
           move pg-views(page-index) to views-display.
           move function concatenate(
               "  ", n1-display, "   ", views-display, "  ",
               rate-text(1:7), "  ", function trim(pg-path(page-index))
           ) to report-line.
           write report-line.

       end program form-conversion-report.
