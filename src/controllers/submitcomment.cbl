               record key is cl-id
               file status is content-lookup-status.

      *> Same notification log auth.cbl appends to - drained by the
      *> email-dispatch batch job. A trusted commenter's reply goes
      *> live at once, so its parent's author is told from here.
           select email-notification-log
               assign to "data/email-notifications.log"
               organization is line sequential
               file status is email-file-status.

      *> One-line marker file - its existence is the signal that
      *> the flat page cache is behind the stores.
           select stale-marker-file
               assign to "data/page-cache.stale"
               organization is line sequential
               file status is stale-marker-status.

       data division.
       file section.

           03 cl-status         pic x(20).
           03 filler            pic x(3084).

       fd  email-notification-log.
       01  email-notification-line pic x(300).

       fd  stale-marker-file.
       01  stale-marker-line    pic x(20).

       working-storage section.
       01 comment-file-status  pic xx.
       01 write-lock-status    pic xx.
       01 next-comment-id      pic 9(10).
       01 submit-timestamp     pic x(21).

      *> "pending" for the moderation queue, "approved" straight on
      *> the page for a trusted commenter, "rejected" for a silently
      *> blocked one.
       01 new-comment-status   pic x(10).
       01 caller-addr          pic x(64).
       01 email-file-status    pic xx.
       01 stale-marker-status  pic xx.
       01 email-timestamp      pic x(21).
       01 email-to             pic x(100).
       01 email-subject        pic x(100).
       01 email-body           pic x(300).
       01 page-id-display      pic z(9)9.
       01 cache-purge-path     pic x(200).
       01 cache-delete-rc      pic s9(9) usage comp-5.
       01 reply-parent-id      pic 9(10).

      *> commenter-standing.cbl's LINKAGE shape with local names.
       01 standing-request.
           03 cs-action         pic x(10).
           03 cs-email          pic x(100).
           03 cs-address        pic x(64).
           03 cs-block-id       pic 9(6).
           03 cs-block-kind     pic x(7).
           03 cs-block-mode     pic x(6).
           03 cs-set-by         pic x(50).
           03 cs-note           pic x(100).

       01 standing-response.
           03 cs-success        pic x(1).
           03 cs-message        pic x(200).
           03 cs-approved-count pic 9(6).
           03 cs-rejected-count pic 9(6).
           03 cs-pending-count  pic 9(6).
           03 cs-trusted        pic x(1).
           03 cs-blocked        pic x(1).
           03 cs-blocked-mode   pic x(6).

      *> Light e-mail shape check - one "@" with a "." after it, the
      *> same rule submitform.cbl's EMAIL pattern applies.
       01 at-sign-count        pic 99 usage comp-5.
           03 notify-message    pic x(200).
           03 notify-unread     pic 9(6).

      *> comment-policy.cbl's LINKAGE shape with local names - a
      *> published item still refuses comments when its own setting,
      *> its type's default or its age has closed them.
       01 comment-policy-request.
           03 cp-action         pic x(10).
           03 cp-content-id     pic 9(10).
           03 cp-mode           pic x(10).
           03 cp-set-by         pic x(50).

       01 comment-policy-response.
           03 cp-success        pic x(1).
           03 cp-message        pic x(200).
           03 cp-item-mode      pic x(10).
           03 cp-effective      pic x(10).
           03 cp-reason         pic x(100).

      *> errorlog.cbl's LINKAGE shape with local names.
       01 errorlog-request.
           03 el-program        pic x(30).
           03 el-reason         pic x(200).
           03 el-request-path   pic x(200).

       01 cipher-request.
           03 cipher-action     pic x(12).
           03 cipher-width      pic 9(4).
           03 cipher-text       pic x(2000).

       01 cipher-response.
           03 cipher-success    pic x(1).
           03 cipher-message    pic x(200).
           03 cipher-result     pic x(2000).
           03 cipher-key-version pic x(1).

      *> message-templates.cbl's LINKAGE shape with local names -
      *> the wording of every mail comes from the template store,
      *> with the built-in text as the last fallback.
       01 template-request.
           03 msg-action        pic x(10).
           03 msg-type          pic x(30).
           03 msg-language      pic x(5).
           03 msg-index         pic 99.
           03 msg-subject-in    pic x(100).
           03 msg-body-in       pic x(500).
           03 msg-changed-by    pic x(50).
           03 msg-value-count   pic 99.
           03 msg-values occurs 8 times.
               05 msg-value-name pic x(30).
               05 msg-value-text pic x(250).

       01 template-response.
           03 msg-success       pic x(1).
           03 msg-message       pic x(200).
           03 msg-subject       pic x(100).
           03 msg-body          pic x(500).
           03 msg-source        pic x(10).
           03 msg-language-used pic x(5).
           03 msg-placeholders  pic x(120).
           03 msg-languages-stored pic x(60).

       linkage section.
       01 path-values.
          05 path-query-values           occurs 10 times.
      *> item through the ordinary body-params path, the comment
      *> lands in the store as "pending", and nothing shows on the
      *> site until an editor approves it from the moderation queue
      *> in the admin dashboard. A trusted commenter's comment is
      *> approved on arrival; a blocked one is refused, or filed as
      *> rejected without a word, as the blocklist entry says.
       main-paragraph.
           perform extract-comment-fields
           perform validate-comment
               end-if
               perform store-pending-comment
               perform release-write-lock
               if new-comment-status = "approved"
                   perform publish-trusted-comment
               end-if
               display "<html><body><h1>Thank you</h1>"
               if new-comment-status = "approved"
                   display "<p>Your comment is now on the page.</p>"
               else
                   display "<p>Your comment has been received and"
                       " will appear once an editor approves it.</p>"
               end-if
               display "<p><a href='/page/"
                   function trim(form-content-id)
                   "'>Back to the page</a></p>"
                   end-if
           end-read.
           close content-lookup.
           if validation-failed = "Y"
               exit section
           end-if.

           *> Published is not enough - the item's own setting, its
           *> type's default or its age may have closed comments.
           move "resolve" to cp-action.
           move function numval(form-content-id) to cp-content-id.
           call "comment-policy" using comment-policy-request
               comment-policy-response.
           if function trim(cp-effective) = "closed"
               move "Y" to validation-failed
               move "Comments are closed on this page"
                   to validation-message
               exit section
           end-if.

           if function trim(form-parent-id) not = spaces
               perform check-parent-comment
               if validation-failed = "Y"
                   exit section
               end-if
           end-if.

           perform check-commenter-standing.

       check-commenter-standing section.
           *> The commenter's record decides where the comment goes -
           *> matched on the e-mail address across every comment on
           *> file, and on the caller's address for the blocklist.
           move "pending" to new-comment-status.
           move spaces to caller-addr.
           accept caller-addr from environment "REMOTE_ADDR".
           move "check" to cs-action.
           move form-email to cs-email.
           move caller-addr to cs-address.
           call "commenter-standing" using standing-request
               standing-response.
           if cs-success not = "Y"
               exit section
           end-if.
           if cs-blocked = "Y"
               if cs-blocked-mode = "silent"
                   move "rejected" to new-comment-status
               else
                   move "Y" to validation-failed
                   move "Comments from you are not accepted here"
                       to validation-message
               end-if
               exit section
           end-if.
           *> A moderated item holds every comment, trusted or not.
           if cs-trusted = "Y"
               and function trim(cp-effective) not = "moderated"
               move "approved" to new-comment-status
           end-if.

       check-parent-comment section.
           move next-comment-id to co-id.
           move function numval(form-content-id) to co-content-id.
           move form-author-name to co-author-name.
           *> Commenter addresses are kept sealed (field-cipher).
           move "encrypt" to cipher-action.
           move 100 to cipher-width.
           move form-email to cipher-text.
           call "field-cipher" using cipher-request cipher-response.
           move cipher-result(1:100) to co-email.
           move form-comment-body to co-body.
           move new-comment-status to co-status.
           move 0 to co-parent-id.
           if function trim(form-parent-id) not = spaces
               and function trim(form-parent-id) is numeric
           end-write.
           close comment-master.

           *> Only the queue needs the moderators' attention.
           if new-comment-status not = "pending"
               exit section
           end-if.

           *> Everyone with the review right hears about the new
           *> moderation-queue entry on their dashboard instead of
           *> by mail.
           ) to notify-text.
           call "notifications" using notify-request notify-response.

       publish-trusted-comment section.
           *> The comment skipped the queue, so do what approving it
           *> from the moderation screen would have done: drop the
           *> page's flat file (and park the cache, which may also
           *> hold it under the item's slug) and tell the parent
           *> comment's author about the reply.
           move function numval(form-content-id) to page-id-display.
           move function concatenate(
               "site/page-", function trim(page-id-display), ".html"
           ) to cache-purge-path.
           call "CBL_DELETE_FILE" using cache-purge-path
               returning cache-delete-rc.
           open output stale-marker-file.
           if stale-marker-status = "00"
               move "stale" to stale-marker-line
               write stale-marker-line
               close stale-marker-file
           end-if.

           if function trim(form-parent-id) = spaces
               exit section
           end-if.
           move function numval(form-parent-id) to reply-parent-id.
           open input comment-master.
           if comment-file-status not = "00"
               exit section
           end-if.
           move reply-parent-id to co-id.
           read comment-master
               invalid key
                   move spaces to co-email
           end-read.
           close comment-master.
           if co-email = spaces
               exit section
           end-if.
           move co-email to email-to.
           initialize template-request.
           move "render" to msg-action.
           move "comment-reply" to msg-type.
           move 2 to msg-value-count.
           move "name" to msg-value-name(1).
           move co-author-name to msg-value-text(1).
           move "page" to msg-value-name(2).
           move function trim(page-id-display) to msg-value-text(2).
           call "message-templates" using template-request
               template-response.
           move msg-subject to email-subject.
           move msg-body to email-body.

           *> Same append-per-write shape auth.cbl uses against the
           *> shared notification log.
           open extend email-notification-log.
           if email-file-status not = "00"
               open output email-notification-log
               close email-notification-log
               open extend email-notification-log
           end-if.
           move function current-date to email-timestamp.
           move function concatenate(
               email-timestamp(1:8), " ",
               email-timestamp(9:6), " | to:",
               function trim(email-to), " | subject:",
               function trim(email-subject), " | ",
               function trim(email-body)
           ) to email-notification-line.
           move "seal-line" to cipher-action.
           move 300 to cipher-width.
           move email-notification-line to cipher-text.
           call "field-cipher" using cipher-request cipher-response.
           move cipher-result to email-notification-line.
           write email-notification-line.
           close email-notification-log.

       end program submitcomment.
