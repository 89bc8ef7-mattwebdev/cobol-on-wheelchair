               record key is ca-id
               file status is archive-file-status.

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

           03 ca-sort-weight    pic 9(4).
           03 ca-approved-by    pic x(50).

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
       01 id-display           pic z(9)9.
       01 record-age-days      pic s9(8) usage comp-5.

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

      *> Only "archived" status items whose creation date is at least
      *> this old move out of the hot store - recent archives stay
      *> where editors can still unarchive them cheaply.
       01 report-counts.
           03 records-checked   pic 9(6) value 0.
           03 moved-count       pic 9(6) value 0.
           03 held-count        pic 9(6) value 0.

      *> Keeps the hot store small - content.dat is loaded whole by
      *> database-interface.cbl on every request, so ten years of
      *> demand. Runs standalone the way reconcile-content.cbl does.
       procedure division.

       perform get-business-date.

       perform acquire-write-lock.
       if write-lock-held = "N"
           display function concatenate(
       end-if.

       perform open-stores.
       perform open-legal-holds.

       if content-file-status = "00"
           perform archive-all-due-content
       else
           display "archive-content: no content store to check"
       end-if.
       perform close-legal-holds.

       perform release-write-lock.

               open i-o content-archive
           end-if.

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

       archive-all-due-content section.
           move low-values to cm-id
           start content-master key is greater than cm-id
               end-read
           end-perform.

       get-business-date section.
           *> Record age counts from the business date, so a night
           *> replayed late moves exactly what it would have.
           move "get" to bd-action.
           move spaces to bd-date-in.
           move spaces to bd-set-by.
           call "business-date" using business-date-request
               business-date-response.
           display function concatenate(
               "archive-content: business date ", bd-date-iso
           ).

       check-and-archive-one-record section.
           *> A blank or malformed created-date can't prove the record
           *> is old enough - leave it in the hot store.
           end-if
           compute record-age-days =
               function integer-of-date(
                   function numval(bd-date))
               - function integer-of-date(
                   function numval(cm-created-date(1:8)))
           if record-age-days < archive-cutoff-days
               exit section
           end-if

           *> A held item stays in the hot store, where the hold
           *> screen and editors can still see it.
           move "content" to hold-check-kind
           move cm-id to hold-check-id
           perform check-legal-hold
           if item-on-hold = "Y"
               move cm-id to id-display
               display function concatenate(
                   "HELD: content id ", function trim(id-display),
                   " not archived - legal hold, matter ",
                   function trim(lh-matter)
               )
               add 1 to held-count
               exit section
           end-if

           move cm-id to ca-id
           move cm-type to ca-type
           move cm-status to ca-status
           display function concatenate(
               "archive-content: checked ",
               function trim(records-checked), " record(s), ",
               function trim(moved-count), " moved to the archive, ",
               function trim(held-count), " kept under legal hold"
           ).

       end program archive-content.
