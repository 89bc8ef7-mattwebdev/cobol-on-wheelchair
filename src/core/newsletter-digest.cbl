       01 today-date           pic x(10).
       01 floor-int            pic 9(8) usage comp-5.
       01 floor-disp           pic 9(8).

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
       01 digest-posts.
           03 post-count        pic 99 usage comp-5 value 0.
           03 post-rows occurs 20 times.
           03 posts-in-issue    pic 99 value 0.
           03 mails-queued      pic 9(6) value 0.

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

      *> content-visibility.cbl's LINKAGE shape with local names -
      *> the digest goes to anyone who subscribed, so only posts a
      *> signed-out visitor may read are put in it.
       01 visibility-request.
           03 vis-action        pic x(10).
           03 vis-content-id    pic 9(10).
           03 vis-level         pic x(20).
           03 vis-viewer-role   pic x(20).
           03 vis-session-id    pic x(32).
           03 vis-set-by        pic x(50).

       01 visibility-response.
           03 vis-success       pic x(1).
           03 vis-message       pic x(200).
           03 vis-level-out     pic x(20).
           03 vis-allowed       pic x(1).
           03 vis-needs-login   pic x(1).
           03 vis-viewer-role-out pic x(20).
           03 vis-viewer-name   pic x(50).

      *> Weekly issue assembly - the roundup someone used to compose
      *> by hand. One digest per confirmed subscriber queues into the
      *> notification log email-dispatch.cbl drains; the unsubscribe
       goback.

       compute-week-floor section.
           *> The issue's week ends on the business date, so a
           *> Monday replayed on Tuesday sends the same issue.
           move "get" to bd-action.
           move spaces to bd-date-in.
           move spaces to bd-set-by.
           call "business-date" using business-date-request
               business-date-response.
           display function concatenate(
               "newsletter-digest: business date ", bd-date-iso
           ).
           compute floor-int =
               function integer-of-date(
                   function numval(bd-date)) - 7.
           move function date-of-integer(floor-int) to floor-disp.
           move function concatenate(
               floor-disp(1:4), "-", floor-disp(5:2), "-",
               floor-disp(7:2)
           ) to week-floor-date.
           move bd-date-iso to today-date.

       collect-weeks-posts section.
           open input content-master.
                               >= week-floor-date
                           and cm-publish-date(1:10) <= today-date
                           and post-count < 20
                           perform keep-public-post
                       end-if
               end-read
           end-perform.
           move spaces to content-file-status.
           move post-count to posts-in-issue.

       keep-public-post section.
           move "check" to vis-action.
           move cm-id to vis-content-id.
           move spaces to vis-level.
           move spaces to vis-viewer-role.
           move spaces to vis-session-id.
           move spaces to vis-set-by.
           call "content-visibility" using visibility-request
               visibility-response.
           if vis-allowed not = "Y"
               exit section
           end-if.
           add 1 to post-count.
           move cm-publish-date to dp-date(post-count).
           move cm-id to dp-id(post-count).
           move cm-title(1:120) to dp-title(post-count).

       order-posts-newest-first section.
           perform varying post-index from 1 by 1
               until post-index >= post-count

       queue-one-digest section.
           add 1 to mails-queued.
           initialize template-request.
           move "render" to msg-action.
           move "newsletter-digest" to msg-type.
           move 2 to msg-value-count.
           move "digest" to msg-value-name(1).
           move digest-body to msg-value-text(1).
           move "unsubscribe_url" to msg-value-name(2).
           move function concatenate(
               function trim(site-base-url),
               "/newsletter/unsubscribe/", function trim(ns-token)
           ) to msg-value-text(2).
           call "message-templates" using template-request
               template-response.
           move function current-date to email-timestamp.
           move function concatenate(
               email-timestamp(1:8), " ", email-timestamp(9:6),
               " | to:", function trim(ns-email),
               " | subject:", function trim(msg-subject), " | ",
               function trim(msg-body)
           ) to email-notification-line.
           move "seal-line" to cipher-action.
           move 300 to cipher-width.
           move email-notification-line to cipher-text.
           call "field-cipher" using cipher-request cipher-response.
           move cipher-result to email-notification-line.
           write email-notification-line.

       display-summary section.
