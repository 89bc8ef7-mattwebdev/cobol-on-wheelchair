       identification division.
       program-id. content-review-report.

       environment division.
       input-output section.
       file-control.
           select content-reviews
               assign to "data/content-reviews.dat"
               organization is indexed
               access mode is sequential
               record key is fr-content-id
               file status is review-file-status.

           select report-file
               assign to "data/content-review-report.txt"
               organization is line sequential
               file status is report-file-status.

       data division.
       file section.
       fd  content-reviews.
       01  content-review-record.
           03 fr-content-id     pic 9(10).
           03 fr-owner          pic x(50).
           03 fr-type           pic x(20).
           03 fr-title          pic x(100).
           03 fr-state          pic x(10).
           03 fr-due-since      pic x(8).
           03 fr-last-reviewed  pic x(8).
           03 fr-reviewed-by    pic x(50).
           03 fr-escalated-on   pic x(8).
           03 fr-review-count   pic 9(4).

       fd  report-file.
       01  report-line          pic x(200).

       working-storage section.
       01 review-file-status   pic xx.
       01 report-file-status   pic xx.
       01 id-display           pic z(9)9.

      *> The month the report covers - the one before the business
      *> date's, the same "last month" monthly-ops-report uses.
       01 report-month         pic x(6).
       01 work-year            pic 9(4).
       01 work-month           pic 99.

      *> One tally row per owner.
       01 owner-tallies.
           03 owner-count       pic 9(4) usage comp-5 value 0.
           03 owner-rows occurs 500 times.
               05 ot-owner      pic x(50).
               05 ot-reviewed   pic 9(6) usage comp-5.
               05 ot-overdue    pic 9(6) usage comp-5.
               05 ot-escalated  pic 9(6) usage comp-5.
       01 owner-index          pic 9(4) usage comp-5.
       01 owner-found          pic x(1).

       01 n1-display           pic z(5)9.
       01 n2-display           pic z(5)9.
       01 n3-display           pic z(5)9.

       01 report-counts.
           03 rows-read         pic 9(6) value 0.
           03 total-reviewed    pic 9(6) value 0.
           03 total-overdue     pic 9(6) value 0.
           03 total-escalated   pic 9(6) value 0.

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

      *> Monthly compliance view of the freshness reviews: per
      *> owner, how many items were confirmed or re-edited during
      *> the month against how many are overdue now (and how many of
      *> those have already gone to the administrators), followed by
      *> the overdue items themselves. Scheduled on the first.
       procedure division.

       perform compute-report-month.

       open input content-reviews.
       if review-file-status = "00"
           perform until review-file-status not = "00"
               read content-reviews next record
                   at end move "10" to review-file-status
                   not at end
                       add 1 to rows-read
                       perform tally-one-row
               end-read
           end-perform
           close content-reviews
       end-if.

       open output report-file.
       perform write-report.
       close report-file.

       display function concatenate(
           "content-review-report: ", report-month(1:4), "-",
           report-month(5:2), " - ", function trim(total-reviewed),
           " reviewed, ", function trim(total-overdue),
           " overdue; report written to data/content-review-report.txt"
       ).

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

       tally-one-row section.
           perform find-owner-slot.
           if owner-found = "N"
               exit section
           end-if.
           if fr-last-reviewed(1:6) = report-month
               add 1 to ot-reviewed(owner-index)
               add 1 to total-reviewed
           end-if.
           if function trim(fr-state) = "due"
               or function trim(fr-state) = "escalated"
               add 1 to ot-overdue(owner-index)
               add 1 to total-overdue
           end-if.
           if function trim(fr-state) = "escalated"
               add 1 to ot-escalated(owner-index)
               add 1 to total-escalated
           end-if.

       find-owner-slot section.
           move "N" to owner-found.
           perform varying owner-index from 1 by 1
               until owner-index > owner-count
               if ot-owner(owner-index) = fr-owner
                   move "Y" to owner-found
                   exit section
               end-if
           end-perform.
           if owner-count < 500
               add 1 to owner-count
               move owner-count to owner-index
               move fr-owner to ot-owner(owner-index)
               move 0 to ot-reviewed(owner-index)
               move 0 to ot-overdue(owner-index)
               move 0 to ot-escalated(owner-index)
               move "Y" to owner-found
           end-if.

       write-report section.
           move function concatenate(
               "Content freshness reviews - ", report-month(1:4), "-",
               report-month(5:2), " (business date ", bd-date-iso, ")"
           ) to report-line.
           write report-line.
           move spaces to report-line.
           write report-line.
           move spaces to report-line.
           move "Owner" to report-line(1:38).
           move "Reviewed" to report-line(40:8).
           move "Overdue" to report-line(50:7).
           move "Escalated" to report-line(59:9).
           write report-line.
           perform varying owner-index from 1 by 1
               until owner-index > owner-count
               move ot-reviewed(owner-index) to n1-display
               move ot-overdue(owner-index) to n2-display
               move ot-escalated(owner-index) to n3-display
               move spaces to report-line
               move ot-owner(owner-index) to report-line(1:38)
               if ot-owner(owner-index) = spaces
                   move "(no owner)" to report-line(1:38)
               end-if
               move n1-display to report-line(42:6)
               move n2-display to report-line(51:6)
               move n3-display to report-line(62:6)
               write report-line
           end-perform.
           move total-reviewed to n1-display.
           move total-overdue to n2-display.
           move total-escalated to n3-display.
           move spaces to report-line.
           move "Total" to report-line(1:38).
           move n1-display to report-line(42:6).
           move n2-display to report-line(51:6).
           move n3-display to report-line(62:6).
           write report-line.

           move spaces to report-line.
           write report-line.
           move "Overdue items" to report-line.
           write report-line.
           open input content-reviews.
           if review-file-status not = "00"
               exit section
           end-if.
           perform until review-file-status not = "00"
               read content-reviews next record
                   at end move "10" to review-file-status
                   not at end
                       if function trim(fr-state) = "due"
                           or function trim(fr-state) = "escalated"
                           perform write-overdue-line
                       end-if
               end-read
           end-perform.
           close content-reviews.

       write-overdue-line section.
           move fr-content-id to id-display.
           move function concatenate(
               "  #", function trim(id-display), " ",
               function trim(fr-title(1:60)), " - ",
               function trim(fr-owner), ", due since ",
               fr-due-since(1:4), "-", fr-due-since(5:2), "-",
               fr-due-since(7:2)
           ) to report-line.
           if function trim(fr-state) = "escalated"
               move function concatenate(
                   function trim(report-line), " (escalated)"
               ) to report-line
           end-if.
           write report-line.

       end program content-review-report.
