       identification division.
       program-id. page-feedback.

       environment division.
       input-output section.
       file-control.
      *> Same single-writer gate the other stores take - the totals
      *> row is read, bumped and rewritten, and two votes landing
      *> together must not lose one.
           select write-lock-file
               assign to "data/db-write.lock"
               organization is sequential
               file status is write-lock-status.

      *> One row per response, keyed content id first so everything
      *> said about one page reads back as a single run.
           select feedback-master
               assign to "data/page-feedback.dat"
               organization is indexed
               access mode is dynamic
               record key is pf-key
               file status is feedback-file-status.

      *> Running counts per item - what the admin content screen
      *> shows without walking every response.
           select feedback-totals
               assign to "data/page-feedback-totals.dat"
               organization is indexed
               access mode is dynamic
               record key is pt-content-id
               file status is totals-file-status.

      *> Key-plus-status reader over the content store - feedback
      *> only attaches to a published item. The filler must grow in
      *> step with database-interface.cbl's content-master-record.
           select content-lookup
               assign to "data/content.dat"
               organization is indexed
               access mode is dynamic
               record key is cl-id
               file status is content-lookup-status.

       data division.
       file section.
       fd  write-lock-file.
       01  write-lock-record    pic x(1).

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

       fd  content-lookup.
       01  content-lookup-record.
           03 cl-id             pic 9(10).
           03 filler            pic x(20).
           03 cl-status         pic x(20).
           03 filler            pic x(3084).

       working-storage section.
       01 write-lock-status    pic xx.
       01 write-lock-held      pic x(1) value "N".
       01 lock-try-count       pic 99 usage comp-5.
       01 lock-retry-limit     pic 99 usage comp-5 value 50.
       01 lock-retry-nanos     pic 9(18) usage comp-5
           value 100000000.
       01 feedback-file-status pic xx.
       01 totals-file-status   pic xx.
       01 content-lookup-status pic xx.
       01 feedback-timestamp   pic x(21).
       01 row-written          pic x(1).
       01 totals-on-file       pic x(1).

       linkage section.
       01 feedback-request.
           03 fb-action         pic x(10).
           03 fb-content-id     pic 9(10).
           03 fb-helpful        pic x(1).
           03 fb-comment        pic x(500).

       01 feedback-response.
           03 fb-success        pic x(1).
           03 fb-message        pic x(200).
           03 fb-helpful-count  pic 9(7).
           03 fb-unhelpful-count pic 9(7).
           03 fb-comment-count  pic 9(7).

      *> "Was this page helpful?" responses. Actions:
      *>   record - store one yes ("Y") / no ("N") answer with its
      *>            optional comment against a published item
      *>   totals - the item's running yes / no / comment counts
      *> Rate limiting is the router's - /feedback carries a per-
      *> caller limit like every other public form.
       procedure division using feedback-request feedback-response.

       move "N" to fb-success.
       move spaces to fb-message.
       move 0 to fb-helpful-count.
       move 0 to fb-unhelpful-count.
       move 0 to fb-comment-count.

       if fb-content-id = 0
           move "A content id is required" to fb-message
           goback
       end-if.

       evaluate fb-action
           when "record"
               perform handle-record
           when "totals"
               perform handle-totals
           when other
               move "Invalid page feedback action" to fb-message
       end-evaluate.

       goback.

       handle-totals section.
           open input feedback-totals.
           if totals-file-status = "00"
               move fb-content-id to pt-content-id
               read feedback-totals
                   invalid key
                       continue
                   not invalid key
                       perform copy-totals-to-response
               end-read
               close feedback-totals
           end-if.
           move "Y" to fb-success.
           move "Page feedback totals retrieved" to fb-message.

       handle-record section.
           if fb-helpful not = "Y" and fb-helpful not = "N"
               move "Please answer yes or no" to fb-message
               exit section
           end-if.
           perform check-item-published.
           if fb-message not = spaces
               exit section
           end-if.

           perform acquire-write-lock.
           if write-lock-held = "N"
               move "The site is busy right now - please try again"
                   to fb-message
               exit section
           end-if.
           perform store-response-row.
           if row-written = "Y"
               perform bump-totals
               move "Y" to fb-success
               move "Thank you for your feedback" to fb-message
           else
               move "Your feedback could not be saved" to fb-message
           end-if.
           perform release-write-lock.

       check-item-published section.
           open input content-lookup.
           if content-lookup-status not = "00"
               move "The page could not be found" to fb-message
               exit section
           end-if.
           move fb-content-id to cl-id.
           read content-lookup
               invalid key
                   move "The page could not be found" to fb-message
               not invalid key
                   if function trim(cl-status) not = "published"
                       move "Feedback is only taken on published pages"
                           to fb-message
                   end-if
           end-read.
           close content-lookup.

       store-response-row section.
           move "N" to row-written.
           open i-o feedback-master.
           if feedback-file-status = "35"
               open output feedback-master
               close feedback-master
               open i-o feedback-master
           end-if.
           if feedback-file-status not = "00"
               exit section
           end-if.
           move function current-date to feedback-timestamp.
           move fb-content-id to pf-content-id.
           move feedback-timestamp(1:16) to pf-stamp.
           move fb-helpful to pf-helpful.
           move fb-comment to pf-comment.
           *> Two answers on one page in the same hundredth of a
           *> second take the next sequence number.
           perform varying pf-seq from 0 by 1
               until pf-seq > 98 or row-written = "Y"
               write feedback-master-record
                   invalid key
                       continue
                   not invalid key
                       move "Y" to row-written
               end-write
           end-perform.
           close feedback-master.

       bump-totals section.
           open i-o feedback-totals.
           if totals-file-status = "35"
               open output feedback-totals
               close feedback-totals
               open i-o feedback-totals
           end-if.
           if totals-file-status not = "00"
               exit section
           end-if.
           move fb-content-id to pt-content-id.
           move "Y" to totals-on-file.
           read feedback-totals
               invalid key
                   move "N" to totals-on-file
                   move fb-content-id to pt-content-id
                   move 0 to pt-helpful-count
                   move 0 to pt-unhelpful-count
                   move 0 to pt-comment-count
           end-read.
           if fb-helpful = "Y"
               add 1 to pt-helpful-count
           else
               add 1 to pt-unhelpful-count
           end-if.
           if fb-comment not = spaces
               add 1 to pt-comment-count
           end-if.
           move feedback-timestamp(1:14) to pt-last-stamp.
           if totals-on-file = "Y"
               rewrite feedback-totals-record
           else
               write feedback-totals-record
           end-if.
           close feedback-totals.
           perform copy-totals-to-response.

       copy-totals-to-response section.
           move pt-helpful-count to fb-helpful-count.
           move pt-unhelpful-count to fb-unhelpful-count.
           move pt-comment-count to fb-comment-count.

       acquire-write-lock section.
           move "N" to write-lock-held.
           perform varying lock-try-count from 1 by 1
               until lock-try-count > lock-retry-limit
               or write-lock-held = "Y"
               open i-o write-lock-file with lock
               evaluate write-lock-status
                   when "00"
                       move "Y" to write-lock-held
                   when "35"
                       open output write-lock-file
                       close write-lock-file
                   when other
                       call "CBL_OC_NANOSLEEP"
                           using lock-retry-nanos
               end-evaluate
           end-perform.

       release-write-lock section.
           if write-lock-held = "Y"
               close write-lock-file
               move "N" to write-lock-held
           end-if.

       end program page-feedback.
