       identification division.
       program-id. comment-reports.

       environment division.
       input-output section.
       file-control.
      *> Same single-writer gate the other stores take - a report
      *> can flip the comment back to "pending", and that rewrite
      *> must not cross a moderator's.
           select write-lock-file
               assign to "data/db-write.lock"
               organization is sequential
               file status is write-lock-status.

      *> One row per reader per comment - the key IS the "one report
      *> per caller" rule, a second report from the same address
      *> lands on a duplicate key.
           select report-master
               assign to "data/comment-reports.dat"
               organization is indexed
               access mode is dynamic
               record key is cr-key
               file status is report-file-status.

           select comment-master
               assign to "data/comments.dat"
               organization is indexed
               access mode is dynamic
               record key is co-id
               file status is comment-file-status.

      *> Raised when a pulled comment leaves the site - its page's
      *> flat files may also be served under the item's slug, so the
      *> whole cache renders dynamically until the next publish.
           select stale-marker-file
               assign to "data/page-cache.stale"
               organization is line sequential
               file status is stale-marker-status.

       data division.
       file section.
       fd  write-lock-file.
       01  write-lock-record    pic x(1).

       fd  report-master.
       01  report-master-record.
           03 cr-key.
               05 cr-comment-id  pic 9(10).
               05 cr-reporter    pic x(64).
           03 cr-reason         pic x(300).
           03 cr-reported-date  pic x(20).
           03 cr-state          pic x(10).

       fd  comment-master.
       01  comment-master-record.
           03 co-id             pic 9(10).
           03 co-content-id     pic 9(10).
           03 co-author-name    pic x(50).
           03 co-email          pic x(100).
           03 co-body           pic x(1000).
           03 co-status         pic x(10).
           03 co-submitted-date pic x(20).
           03 co-parent-id      pic 9(10).

       fd  stale-marker-file.
       01  stale-marker-line    pic x(20).

       working-storage section.
       01 write-lock-status    pic xx.
       01 write-lock-held      pic x(1) value "N".
       01 lock-try-count       pic 99 usage comp-5.
       01 lock-retry-limit     pic 99 usage comp-5 value 50.
       01 lock-retry-nanos     pic 9(18) usage comp-5
           value 100000000.
       01 report-file-status   pic xx.
       01 comment-file-status  pic xx.
       01 report-timestamp     pic x(21).
       01 report-threshold     pic 9(4) usage comp-5.
       01 new-state            pic x(10).
       01 id-display           pic z(9)9.
       01 count-display        pic z(3)9.
       01 cache-purge-path     pic x(200).
       01 cache-delete-rc      pic s9(9) usage comp-5.
       01 stale-marker-status  pic xx.
       01 pulled-page-id       pic 9(10).

      *> settings.cbl's LINKAGE shape with local names.
       01 settings-request.
           03 settings-action   pic x(10).
           03 settings-key      pic x(40).
           03 settings-value    pic x(200).

       01 settings-response.
           03 settings-success  pic x(1).
           03 settings-message  pic x(200).
           03 settings-value-out pic x(200).

      *> notifications.cbl's LINKAGE shape with local names.
       01 notify-request.
           03 notify-action     pic x(15).
           03 notify-user       pic x(50).
           03 notify-text       pic x(200).

       01 notify-response.
           03 notify-success    pic x(1).
           03 notify-message    pic x(200).
           03 notify-unread     pic 9(6).

       linkage section.
       01 report-request.
           03 rp-action         pic x(10).
           03 rp-comment-id     pic 9(10).
           03 rp-reporter       pic x(64).
           03 rp-reason         pic x(300).

       01 report-response.
           03 rp-success        pic x(1).
           03 rp-message        pic x(200).
           03 rp-content-id     pic 9(10).
           03 rp-open-count     pic 9(4).
           03 rp-pulled         pic x(1).
           03 rp-changed-count  pic 9(4).
           03 rp-reason-count   pic 9(2).
           03 rp-reasons        occurs 5 times.
               05 rp-reason-text pic x(300).

      *> Reader reports against published comments. Actions:
      *>   report  - record rp-reason from rp-reporter (the caller's
      *>             address) against an approved comment; once the
      *>             open reports reach the comment_report_threshold
      *>             setting (3 when blank) the comment goes back to
      *>             "pending" and everyone with the publish right is
      *>             told on their dashboard
      *>   summary - the comment's open report count and the first
      *>             five open reasons, for the moderation screen
      *>   dismiss - close the open reports as "dismissed" (the
      *>             comment stays)
      *>   uphold  - close the open reports as "upheld" (the comment
      *>             was rejected)
      *> Closed reports stay on file, so the same reader cannot
      *> report the same comment again.
       procedure division using report-request report-response.

       move "N" to rp-success.
       move spaces to rp-message.
       move 0 to rp-content-id.
       move 0 to rp-open-count.
       move "N" to rp-pulled.
       move 0 to rp-changed-count.
       move 0 to rp-reason-count.
       move spaces to rp-reasons(1) rp-reasons(2) rp-reasons(3)
           rp-reasons(4) rp-reasons(5).

       if rp-comment-id = 0
           move "A comment id is required" to rp-message
           goback
       end-if.

       evaluate rp-action
           when "report"
               perform handle-report
           when "summary"
               perform handle-summary
           when "dismiss"
               move "dismissed" to new-state
               perform handle-close-reports
           when "uphold"
               move "upheld" to new-state
               perform handle-close-reports
           when other
               move "Invalid comment report action" to rp-message
       end-evaluate.

       goback.

       handle-summary section.
           open input report-master.
           if report-file-status = "00"
               perform collect-open-reports
               close report-master
           end-if.
           move "Y" to rp-success.
           move "Comment reports retrieved" to rp-message.

       handle-report section.
           if function trim(rp-reason) = spaces
               move "Please say why this comment should be reviewed"
                   to rp-message
               exit section
           end-if.
           if function trim(rp-reporter) = spaces
               move "The report could not be recorded" to rp-message
               exit section
           end-if.

           perform acquire-write-lock.
           if write-lock-held = "N"
               move "The site is busy right now - please try again"
                   to rp-message
               exit section
           end-if.

           open i-o comment-master.
           if comment-file-status not = "00"
               move "The comment could not be found" to rp-message
               perform release-write-lock
               exit section
           end-if.
           move rp-comment-id to co-id.
           read comment-master
               invalid key
                   move "The comment could not be found" to rp-message
               not invalid key
                   move co-content-id to rp-content-id
           end-read.
           if rp-message = spaces
               and function trim(co-status) not = "approved"
               move "This comment is not on the site" to rp-message
           end-if.
           if rp-message not = spaces
               close comment-master
               perform release-write-lock
               exit section
           end-if.

           perform store-report-row.
           if rp-message = spaces
               perform collect-open-reports
               close report-master
               perform load-report-threshold
               if rp-open-count >= report-threshold
                   perform pull-comment-for-review
               end-if
               move "Y" to rp-success
               move "Thank you - the moderators will take a look"
                   to rp-message
           end-if.
           close comment-master.
           perform release-write-lock.

           if rp-pulled = "Y"
               perform notify-moderators
           end-if.

       store-report-row section.
           open i-o report-master.
           if report-file-status = "35"
               open output report-master
               close report-master
               open i-o report-master
           end-if.
           if report-file-status not = "00"
               move "The report could not be recorded" to rp-message
               exit section
           end-if.
           move function current-date to report-timestamp.
           move rp-comment-id to cr-comment-id.
           move rp-reporter to cr-reporter.
           move rp-reason to cr-reason.
           move function concatenate(
               report-timestamp(1:4), "-", report-timestamp(5:2),
               "-", report-timestamp(7:2), " ",
               report-timestamp(9:2), ":", report-timestamp(11:2),
               ":", report-timestamp(13:2)
           ) to cr-reported-date.
           move "open" to cr-state.
           write report-master-record
               invalid key
                   move "You have already reported this comment"
                       to rp-message
                   close report-master
           end-write.

       collect-open-reports section.
           *> Every row for one comment sits in a single key run.
           move rp-comment-id to cr-comment-id.
           move low-values to cr-reporter.
           start report-master key is not less than cr-key
               invalid key
                   exit section
           end-start.
           perform until report-file-status not = "00"
               read report-master next record
                   at end
                       move "10" to report-file-status
                   not at end
                       if cr-comment-id not = rp-comment-id
                           move "10" to report-file-status
                       else
                           if cr-state = "open"
                               perform count-one-open-report
                           end-if
                       end-if
               end-read
           end-perform.

       count-one-open-report section.
           add 1 to rp-open-count.
           if rp-reason-count < 5
               add 1 to rp-reason-count
               move cr-reason to rp-reason-text(rp-reason-count)
           end-if.

       load-report-threshold section.
           move 3 to report-threshold.
           move "get" to settings-action.
           move "comment_report_threshold" to settings-key.
           call "settings" using settings-request settings-response.
           if settings-success = "Y"
               and function trim(settings-value-out) is numeric
               and function numval(settings-value-out) > 0
               move function numval(settings-value-out)
                   to report-threshold
           end-if.

       pull-comment-for-review section.
           *> Back to the moderation queue - off the site until a
           *> moderator approves it again or rejects it.
           move "pending" to co-status.
           rewrite comment-master-record
               invalid key
                   exit section
           end-rewrite.
           move "Y" to rp-pulled.
           move co-content-id to pulled-page-id.
           move co-content-id to id-display.
           move function concatenate(
               "site/page-", function trim(id-display), ".html"
           ) to cache-purge-path.
           call "CBL_DELETE_FILE" using cache-purge-path
               returning cache-delete-rc.
           open output stale-marker-file.
           if stale-marker-status = "00"
               move "stale" to stale-marker-line
               write stale-marker-line
               close stale-marker-file
           end-if.

       notify-moderators section.
           move "post-reviewers" to notify-action.
           move spaces to notify-user.
           move rp-comment-id to id-display.
           move rp-open-count to count-display.
           move function concatenate(
               "Comment ", function trim(id-display), " was reported ",
               function trim(count-display), " times and is back in",
               " the moderation queue (page "
           ) to notify-text.
           move pulled-page-id to id-display.
           move function concatenate(
               function trim(notify-text), " #",
               function trim(id-display), ")"
           ) to notify-text.
           call "notifications" using notify-request notify-response.

       handle-close-reports section.
           perform acquire-write-lock.
           if write-lock-held = "N"
               move "The report store is busy - please try again"
                   to rp-message
               exit section
           end-if.
           open i-o report-master.
           if report-file-status = "00"
               perform close-open-reports
               close report-master
           end-if.
           perform release-write-lock.
           move "Y" to rp-success.
           move rp-changed-count to count-display.
           move function concatenate(
               function trim(count-display), " report(s) ",
               function trim(new-state)
           ) to rp-message.

       close-open-reports section.
           move rp-comment-id to cr-comment-id.
           move low-values to cr-reporter.
           start report-master key is not less than cr-key
               invalid key
                   exit section
           end-start.
           perform until report-file-status not = "00"
               read report-master next record
                   at end
                       move "10" to report-file-status
                   not at end
                       if cr-comment-id not = rp-comment-id
                           move "10" to report-file-status
                       else
                           if cr-state = "open"
                               move new-state to cr-state
                               rewrite report-master-record
                               add 1 to rp-changed-count
                           end-if
                       end-if
               end-read
           end-perform.

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

       end program comment-reports.
