               record key is co-id
               file status is comment-file-status.

      *> Legal holds placed from the admin screen - a held item is
      *> skipped and listed in this run's report.
           select legal-holds
               assign to "data/legal-holds.dat"
               organization is indexed
               access mode is dynamic
               record key is lh-key
               file status is legal-hold-status.

       data division.
       file section.
       fd  content-revisions.
           03 co-submitted-date pic x(20).
           03 co-parent-id      pic 9(10).

       fd  legal-holds.
       01  legal-hold-record.
           03 lh-key.
               05 lh-kind        pic x(10).
               05 lh-item-id     pic 9(10).
           03 lh-status         pic x(10).
           03 lh-matter         pic x(60).
           03 lh-set-by         pic x(50).
           03 lh-set-stamp      pic x(14).
           03 lh-released-by    pic x(50).
           03 lh-released-stamp pic x(14).

       working-storage section.
       01 legal-hold-status    pic xx.
       01 legal-holds-open     pic x(1) value "N".
       01 item-on-hold         pic x(1).
       01 hold-check-kind      pic x(10).
       01 hold-check-id        pic 9(10).
       01 id-display           pic z(9)9.
       01 content-rev-status   pic xx.
       01 rev-overflow-status  pic xx.
       01 analytics-status     pic xx.
           03 settings-message  pic x(200).
           03 settings-value-out pic x(200).

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

      *> Per-item revision high-water marks, collected in one pass so
      *> the trim pass knows each item's newest revision number.
       01 rev-items.
           03 revisions-trimmed pic 9(6) value 0.
           03 analytics-rolled  pic 9(6) value 0.
           03 comments-trimmed  pic 9(6) value 0.
           03 held-count        pic 9(6) value 0.

      *> Nightly retention pass for the stores that grow per-edit
      *> forever: the last N revisions per item stay, analytics daily
       compute-cutoffs section.
           *> Daily analytics rows strictly before the first day of
           *> the month analytics-months ago roll up; rejected
           *> comments before comment-cutoff go. Both windows count
           *> back from the business date, so a replayed night trims
           *> exactly what it would have trimmed on time.
           move "get" to bd-action.
           move spaces to bd-date-in.
           move spaces to bd-set-by.
           call "business-date" using business-date-request
               business-date-response.
           display function concatenate(
               "retention-policy: business date ", bd-date-iso
           ).
           move function numval(bd-date(1:4)) to work-year.
           move function numval(bd-date(5:2)) to work-month.
           perform analytics-months times
               subtract 1 from work-month
               if work-month = 0

           compute cutoff-int =
               function integer-of-date(
                   function numval(bd-date))
               - rejected-days.
           move function date-of-integer(cutoff-int) to cutoff-disp.
           move function concatenate(
           move spaces to content-rev-status.

           *> Pass two: everything below (newest - keep) goes, its
           *> long-body segments with it - except for an item under
           *> legal hold, whose whole history stays.
           perform open-legal-holds.
           perform varying rev-item-index from 1 by 1
               until rev-item-index > rev-item-count
               if ri-highest(rev-item-index) > keep-revisions
                   move "content" to hold-check-kind
                   move ri-id(rev-item-index) to hold-check-id
                   perform check-legal-hold
                   if item-on-hold = "Y"
                       move ri-id(rev-item-index) to id-display
                       display function concatenate(
                           "HELD: revisions of content id ",
                           function trim(id-display),
                           " kept - legal hold, matter ",
                           function trim(lh-matter)
                       )
                       add 1 to held-count
                   else
                       compute rev-cut-below =
                           ri-highest(rev-item-index) - keep-revisions
                       perform trim-one-items-revisions
                   end-if
               end-if
           end-perform.
           perform close-legal-holds.

           close content-revisions.
           close revision-body-overflow.

       open-legal-holds section.
           *> No hold store yet simply means nothing is held.
           move "N" to legal-holds-open.
           open input legal-holds.
           if legal-hold-status = "00"
               move "Y" to legal-holds-open
           end-if.

       close-legal-holds section.
           if legal-holds-open = "Y"
               close legal-holds
               move "N" to legal-holds-open
           end-if.

       check-legal-hold section.
           *> item-on-hold comes back "Y" while an active hold names
           *> hold-check-kind / hold-check-id; lh-matter then carries
           *> the matter reference for the run report.
           move "N" to item-on-hold.
           if legal-holds-open not = "Y"
               exit section
           end-if.
           move hold-check-kind to lh-kind.
           move hold-check-id to lh-item-id.
           read legal-holds
               invalid key
                   continue
               not invalid key
                   if function trim(lh-status) = "active"
                       move "Y" to item-on-hold
                   end-if
           end-read.

       note-revision-high-water section.
           if rev-item-count > 0
               and ri-id(rev-item-count) = cr-content-id
               function trim(analytics-rolled),
               " daily analytics row(s) rolled to monthly, ",
               function trim(comments-trimmed),
               " rejected comment(s) removed, ",
               function trim(held-count),
               " item(s) kept whole under legal hold"
           ).

       end program retention-policy.
