               record key is rbo-key
               file status is rev-overflow-status.

      *> An event item's when-and-where row, kept by events.cbl
      *> beside the content store - it goes with the item.
           select event-master
               assign to "data/events.dat"
               organization is indexed
               access mode is dynamic
               record key is ev-content-id
               file status is event-file-status.

      *> "Was this page helpful?" answers and their running totals,
      *> kept by page-feedback.cbl - they go with the item too.
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

               05 rbo-seq        pic 9(4).
           03 rbo-text          pic x(2000).

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
       01 content-file-status  pic xx.
       01 db-journal-status    pic xx.
       01 journal-before-stage pic x(3200).
       01 content-rev-status   pic xx.
       01 body-overflow-status pic xx.
       01 rev-overflow-status  pic xx.
       01 event-file-status    pic xx.
       01 feedback-file-status pic xx.
       01 totals-file-status   pic xx.
       01 id-display           pic z(9)9.
       01 purge-age-days       pic s9(8) usage comp-5.
       01 purge-target-id      pic 9(10).

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

      *> Same retention window media.cbl's handle-purge applies to
      *> soft-deleted media rows.
       01 content-retention-days pic 9(4) value 30.
       01 report-counts.
           03 records-checked   pic 9(6) value 0.
           03 purged-count      pic 9(6) value 0.
           03 held-count        pic 9(6) value 0.

      *> The retention half of the content trash - admin deletes only
      *> move an item to the "trashed" state (database-interface.cbl's
      *> standalone the way reconcile-content.cbl and media's purge do.
       procedure division.

       perform get-business-date.

       perform acquire-write-lock.
       if write-lock-held = "N"
           display function concatenate(
       end-if.

       perform open-stores.
       perform open-legal-holds.

       if content-file-status = "00"
           perform purge-all-due-content
           close content-revisions
           close content-body-overflow
           close revision-body-overflow
           close event-master
           close feedback-master
           close feedback-totals
       else
           display "purge-trashed-content: no content store to check"
       end-if.
       perform close-legal-holds.

       perform release-write-lock.

               close revision-body-overflow
               open i-o revision-body-overflow
           end-if.
           open i-o event-master.
           if event-file-status = "35"
               open output event-master
               close event-master
               open i-o event-master
           end-if.
           open i-o feedback-master.
           if feedback-file-status = "35"
               open output feedback-master
               close feedback-master
               open i-o feedback-master
           end-if.
           open i-o feedback-totals.
           if totals-file-status = "35"
               open output feedback-totals
               close feedback-totals
               open i-o feedback-totals
           end-if.

       purge-all-due-content section.
           move low-values to cm-id
               end-read
           end-perform.

       get-business-date section.
           *> The retention window counts from the business date, so
           *> a replayed night purges exactly what it would have.
           move "get" to bd-action.
           move spaces to bd-date-in.
           move spaces to bd-set-by.
           call "business-date" using business-date-request
               business-date-response.
           display function concatenate(
               "purge-trashed-content: business date ", bd-date-iso
           ).

       check-and-purge-one-record section.
           *> A blank deleted-date means the row was trashed before
           *> the date existed - treat it as eligible, the same rule
           if cm-deleted-date not = spaces
               compute purge-age-days =
                   function integer-of-date(
                       function numval(bd-date))
                   - function integer-of-date(
                       function numval(cm-deleted-date(1:8)))
               if purge-age-days < content-retention-days
               end-if
           end-if

           move cm-id to id-display
           move "content" to hold-check-kind
           move cm-id to hold-check-id
           perform check-legal-hold
           if item-on-hold = "Y"
               display function concatenate(
                   "HELD: trashed content id ",
                   function trim(id-display),
                   " kept - legal hold, matter ",
                   function trim(lh-matter)
               )
               add 1 to held-count
               exit section
           end-if

           move cm-id to purge-target-id
           display function concatenate(
               "PURGE: removing trashed content id ",
               function trim(id-display),
           perform purge-revision-rows
           perform purge-body-overflow-rows
           perform purge-revision-overflow-rows
           perform purge-event-row
           perform purge-feedback-rows

           *> The hard delete is journaled - a before image with no
           *> COMMIT is what db-recover restores after a crash
           perform append-journal-commit
           add 1 to purged-count.

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

       purge-tag-rows section.
           move purge-target-id to ctx-content-id.
           move low-values to ctx-tag-name.
           end-perform.
           move spaces to rev-overflow-status.

       purge-event-row section.
           *> Most items are not events - no row is the usual case.
           move purge-target-id to ev-content-id.
           delete event-master record
               invalid key
                   continue
           end-delete.

       purge-feedback-rows section.
           move purge-target-id to pf-content-id.
           move low-values to pf-stamp.
           move 0 to pf-seq.
           move spaces to feedback-file-status.
           start feedback-master key is not less than pf-key
               invalid key move "10" to feedback-file-status
           end-start.
           perform until feedback-file-status = "10"
               read feedback-master next record
                   at end move "10" to feedback-file-status
                   not at end
                       if pf-content-id not = purge-target-id
                           move "10" to feedback-file-status
                       else
                           delete feedback-master record
                               invalid key
                                   continue
                           end-delete
                       end-if
               end-read
           end-perform.
           move spaces to feedback-file-status.
           move purge-target-id to pt-content-id.
           delete feedback-totals record
               invalid key
                   continue
           end-delete.

       display-summary section.
           display function concatenate(
               "purge-trashed-content: checked ",
               function trim(records-checked), " record(s), ",
               function trim(purged-count), " purged, ",
               function trim(held-count), " kept under legal hold"
           ).

       end program purge-trashed-content.
