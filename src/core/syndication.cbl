       identification division.
       program-id. syndication.

       environment division.
       input-output section.
       file-control.
      *> One row per item that has ever been queued for the social
      *> accounts or opted out of them. The row outlives the post, so
      *> an item that is merely re-saved - or unpublished and
      *> published again - is never offered to the dispatcher twice.
           select syndication-ledger
               assign to "data/syndication.dat"
               organization is indexed
               access mode is dynamic
               record key is sl-content-id
               file status is ledger-file-status.

       data division.
       file section.
       fd  syndication-ledger.
       01  syndication-ledger-record.
           03 sl-content-id     pic 9(10).
           03 sl-state          pic x(10).
           03 sl-opt-out        pic x(1).
           03 sl-opt-set-by     pic x(50).
           03 sl-queued-stamp   pic x(14).
           03 sl-sent-stamp     pic x(14).
           03 sl-posted-count   pic 9(2).
           03 sl-failed-count   pic 9(2).

       working-storage section.
       01 ledger-file-status   pic xx.
       01 ledger-timestamp     pic x(21).
       01 row-on-file          pic x(1).

       linkage section.
       01 syndication-request.
           03 sy-action         pic x(10).
           03 sy-content-id     pic 9(10).
           03 sy-content-type   pic x(20).
           03 sy-content-status pic x(20).
           03 sy-set-by         pic x(50).

       01 syndication-response.
           03 sy-success        pic x(1).
           03 sy-message        pic x(200).
           03 sy-state          pic x(10).
           03 sy-opt-out        pic x(1).
           03 sy-queued-stamp   pic x(14).
           03 sy-sent-stamp     pic x(14).
           03 sy-posted-count   pic 9(2).
           03 sy-failed-count   pic 9(2).

      *> The queue syndication-dispatch drains to post new blog posts
      *> to the site's social accounts. Actions:
      *>   enqueue - an item has just gone live; the caller passes its
      *>             type and status as they now stand. Queued only
      *>             for a published blog_post that has no row yet
      *>             (or was skipped because it came down before the
      *>             dispatcher got to it) and is not opted out.
      *>   opt-out - keep the item off the accounts; a queued item is
      *>             withdrawn. The row can be made before publishing.
      *>   opt-in  - undo an opt-out; a live item never posted is
      *>             queued on the spot.
      *>   get     - the item's row (state blank: never queued)
      *> States: queued, posted, partial (some accounts dead-
      *> lettered), failed (every account dead-lettered), skipped
      *> (no longer live when its turn came).
       procedure division using syndication-request
           syndication-response.

       move "N" to sy-success.
       move spaces to sy-message.
       move spaces to sy-state.
       move "N" to sy-opt-out.
       move spaces to sy-queued-stamp.
       move spaces to sy-sent-stamp.
       move 0 to sy-posted-count.
       move 0 to sy-failed-count.

       if sy-content-id = 0
           move "A content id is required" to sy-message
           goback
       end-if.

       evaluate sy-action
           when "get"
               perform handle-get
           when "enqueue"
               perform handle-enqueue
           when "opt-out"
               perform handle-opt-out
           when "opt-in"
               perform handle-opt-in
           when other
               move "Invalid syndication action" to sy-message
       end-evaluate.

       goback.

       handle-get section.
           open input syndication-ledger.
           if ledger-file-status = "00"
               move sy-content-id to sl-content-id
               read syndication-ledger
                   invalid key
                       continue
                   not invalid key
                       perform copy-row-to-response
               end-read
               close syndication-ledger
           end-if.
           move "Y" to sy-success.
           move "Syndication state retrieved" to sy-message.

       handle-enqueue section.
           perform open-ledger-for-update.
           if ledger-file-status not = "00"
               exit section
           end-if.
           perform read-ledger-row.
           perform queue-if-eligible.
           close syndication-ledger.

       handle-opt-out section.
           perform open-ledger-for-update.
           if ledger-file-status not = "00"
               exit section
           end-if.
           perform read-ledger-row.
           move "Y" to sl-opt-out.
           move sy-set-by to sl-opt-set-by.
           if function trim(sl-state) = "queued"
               move spaces to sl-state
               move spaces to sl-queued-stamp
               move "Withdrawn from the social queue" to sy-message
           else
               if function trim(sl-state) = "posted"
                   or function trim(sl-state) = "partial"
                   move function concatenate(
                       "Opted out - it was already posted, so this",
                       " only records the choice"
                   ) to sy-message
               else
                   move "Opted out of social posting" to sy-message
               end-if
           end-if.
           perform store-ledger-row.
           close syndication-ledger.
           move "Y" to sy-success.
           perform copy-row-to-response.

       handle-opt-in section.
           perform open-ledger-for-update.
           if ledger-file-status not = "00"
               exit section
           end-if.
           perform read-ledger-row.
           if row-on-file = "N"
               close syndication-ledger
               move "Y" to sy-success
               move "Not opted out" to sy-message
               exit section
           end-if.
           move "N" to sl-opt-out.
           move sy-set-by to sl-opt-set-by.
           perform store-ledger-row.
           perform queue-if-eligible.
           if sy-message = spaces
               move "Opted back in to social posting" to sy-message
           end-if.
           close syndication-ledger.
           move "Y" to sy-success.

       queue-if-eligible section.
           *> Expects the ledger open i-o and the row (or a fresh
           *> one) in the record area.
           move "Y" to sy-success.
           if function trim(sy-content-status) not = "published"
               or function trim(sy-content-type) not = "blog_post"
               perform copy-row-to-response
               exit section
           end-if.
           if sl-opt-out = "Y"
               move "Opted out - not queued" to sy-message
               perform copy-row-to-response
               exit section
           end-if.
           if sl-state not = spaces
               and function trim(sl-state) not = "skipped"
               move "Already syndicated - not queued again"
                   to sy-message
               perform copy-row-to-response
               exit section
           end-if.
           move "queued" to sl-state.
           move function current-date to ledger-timestamp.
           move ledger-timestamp(1:14) to sl-queued-stamp.
           move spaces to sl-sent-stamp.
           move 0 to sl-posted-count.
           move 0 to sl-failed-count.
           perform store-ledger-row.
           move "Queued for the social accounts" to sy-message.
           perform copy-row-to-response.

       open-ledger-for-update section.
           open i-o syndication-ledger.
           if ledger-file-status = "35"
               open output syndication-ledger
               close syndication-ledger
               open i-o syndication-ledger
           end-if.
           if ledger-file-status not = "00"
               move "The syndication store could not be opened"
                   to sy-message
           end-if.

       read-ledger-row section.
           move sy-content-id to sl-content-id.
           move "Y" to row-on-file.
           read syndication-ledger
               invalid key
                   move "N" to row-on-file
                   move sy-content-id to sl-content-id
                   move spaces to sl-state
                   move "N" to sl-opt-out
                   move spaces to sl-opt-set-by
                   move spaces to sl-queued-stamp
                   move spaces to sl-sent-stamp
                   move 0 to sl-posted-count
                   move 0 to sl-failed-count
           end-read.

       store-ledger-row section.
           if row-on-file = "Y"
               rewrite syndication-ledger-record
           else
               write syndication-ledger-record
               move "Y" to row-on-file
           end-if.

       copy-row-to-response section.
           move sl-state to sy-state.
           move sl-opt-out to sy-opt-out.
           move sl-queued-stamp to sy-queued-stamp.
           move sl-sent-stamp to sy-sent-stamp.
           move sl-posted-count to sy-posted-count.
           move sl-failed-count to sy-failed-count.

       end program syndication.
