       01 email-file-status    pic xx.
       01 email-timestamp      pic x(21).
       01 form-email           pic x(100).
       01 sealed-email         pic x(100).
       01 bound-token          pic x(32).
       01 counter              pic 9(4) usage comp-5.
       01 name-scan-index      pic 99 usage comp-5.
       01 esc-cur-char         pic x(1).
       01 esc-source           pic x(100).

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
           perform open-subscriber-store.
           perform generate-token.

           *> The store is keyed on the sealed address - sealing is
           *> deterministic, so the same address always finds its
           *> row. A row from before sealing was switched on is
           *> still looked for under the plain address and moved
           *> across when the address subscribes again.
           move "encrypt" to cipher-action.
           move 100 to cipher-width.
           move form-email to cipher-text.
           call "field-cipher" using cipher-request cipher-response.
           move cipher-result(1:100) to sealed-email.

           move sealed-email to ns-email.
           move "N" to row-found.
           read subscriber-master
               invalid key
               not invalid key
                   move "Y" to row-found
           end-read.
           if row-found = "N" and sealed-email not = form-email
               move form-email to ns-email
               read subscriber-master
                   invalid key
                       continue
                   not invalid key
                       move "Y" to row-found
                       if ns-status not = "active"
                           delete subscriber-master record
                               invalid key
                                   continue
                           end-delete
                       end-if
               end-read
           end-if.
           if row-found = "Y" and ns-status = "active"
               close subscriber-master
               display "Content-Type: text/html"
               exit section
           end-if.

           move sealed-email to ns-email.
           move "pending" to ns-status.
           move new-token to ns-token.
           move function current-date to email-timestamp.
           end-write.
           close subscriber-master.

           initialize template-request.
           move "render" to msg-action.
           move "newsletter-confirm" to msg-type.
           move 1 to msg-value-count.
           move "confirm_url" to msg-value-name(1).
           move function concatenate(
               function trim(site-base-url), "/newsletter/confirm/",
               function trim(new-token)
           ) to msg-value-text(1).
           call "message-templates" using template-request
               template-response.
           perform queue-one-mail.

           display "Content-Type: text/html"
           display "</body></html>".

       queue-one-mail section.
           *> msg-subject and msg-body hold the rendered mail; ns-email
           *> the recipient.
           open extend email-notification-log.
           if email-file-status not = "00"
               open output email-notification-log
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
           close email-notification-log.

