           03 mf-user-id        pic 9(10).
           03 mf-username       pic x(50).
           03 mf-email          pic x(100).
           03 filler            pic x(64).
           03 mf-role           pic x(20).
           03 filler            pic x(598).

       fd  alert-checkpoint.
       01  alert-checkpoint-line pic x(8).
       01 email-timestamp      pic x(21).
       01 recipient-email      pic x(100).
       01 recipient-found      pic x(1).
       01 recipient-role       pic x(20).

      *> content-visibility.cbl's LINKAGE shape with local names - a
      *> match is only mailed when the saving user's role could open
      *> it, so an alert never shows more than /search would.
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

      *> One saved search's matches for this run - ids and titles
      *> collect here and flatten into a single digest line.
           03 searches-checked  pic 9(4) value 0.
           03 digests-queued    pic 9(4) value 0.

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

      *> Nightly pass over the saved-search store: each query runs
      *> against content created or updated since the last run, and
      *> a digest of the new matches queues into the notification
      *> re-running the same three searches every morning.
       procedure division.

      *> The checkpoint is kept in business dates, so a replayed
      *> night picks up exactly the window it would have on time.
       move "get" to bd-action.
       move spaces to bd-date-in.
       move spaces to bd-set-by.
       call "business-date" using business-date-request
           business-date-response.
       move bd-date to today-stamp.
       display function concatenate(
           "saved-search-alerts: business date ", bd-date-iso
       ).
       perform load-checkpoint.

       open input saved-search-master.
           move 0 to match-count.
           move spaces to match-digest.
           move sv-query to search-needle.
           *> The saving user's row gives both the address and the
           *> role every match is vetted under.
           perform find-recipient-email.
           if recipient-found = "N"
               exit section
           end-if.

           move low-values to cm-id.
           move spaces to content-file-status.
               function trim(full-body)
           ) to search-haystack.
           perform check-text-contains.
           if search-match = "Y"
               perform check-recipient-may-read
           end-if.
           if search-match = "Y"
               add 1 to match-count
               if match-count <= 5
           end-if.

       queue-one-digest section.
           add 1 to digests-queued.
           move match-count to match-count-display.
           initialize template-request.
           move "render" to msg-action.
           move "saved-search-update" to msg-type.
           move 3 to msg-value-count.
           move "count" to msg-value-name(1).
           move function trim(match-count-display)
               to msg-value-text(1).
           move "query" to msg-value-name(2).
           move sv-query to msg-value-text(2).
           move "items" to msg-value-name(3).
           move match-digest to msg-value-text(3).
           call "message-templates" using template-request
               template-response.
           open extend email-notification-log.
           if email-file-status not = "00"
               open output email-notification-log
           move function concatenate(
               email-timestamp(1:8), " ", email-timestamp(9:6),
               " | to:", function trim(recipient-email),
               " | subject:", function trim(msg-subject), " | ",
               function trim(msg-body)
           ) to email-notification-line.
           move "seal-line" to cipher-action.
           move 300 to cipher-width.
           move email-notification-line to cipher-text.
           call "field-cipher" using cipher-request cipher-response.
           move cipher-result to email-notification-line.
           write email-notification-line.
           close email-notification-log.

       check-recipient-may-read section.
           move "check" to vis-action.
           move cm-id to vis-content-id.
           move spaces to vis-level.
           move recipient-role to vis-viewer-role.
           move spaces to vis-session-id.
           move spaces to vis-set-by.
           call "content-visibility" using visibility-request
               visibility-response.
           if vis-allowed not = "Y"
               move "N" to search-match
           end-if.

       find-recipient-email section.
           move "N" to recipient-found.
           move spaces to recipient-email.
           move spaces to recipient-role.
           open input user-master.
           if user-file-status not = "00"
               exit section
                   not at end
                       if mf-username = sv-username
                           move mf-email to recipient-email
                           move mf-role to recipient-role
                           move "Y" to recipient-found
                           move "10" to user-file-status
                       end-if
