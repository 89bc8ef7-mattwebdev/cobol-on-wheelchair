       01 mail-to-addr         pic x(100).
       01 mail-subject         pic x(100).
       01 mail-body            pic x(300).
       01 stored-queue-line    pic x(400).
       01 logged-to-addr       pic x(100).
       01 parse-pos            pic 9(4) usage comp-5.
       01 parse-out            pic 9(4) usage comp-5.
       01 parse-len            pic 9(4) usage comp-5.
           03 messages-dead     pic 9(6) value 0.
           03 messages-suppressed pic 9(6) value 0.

       01 cipher-request.
           03 cipher-action     pic x(12).
           03 cipher-width      pic 9(4).
           03 cipher-text       pic x(2000).

       01 cipher-response.
           03 cipher-success    pic x(1).
           03 cipher-message    pic x(200).
           03 cipher-result     pic x(2000).
           03 cipher-key-version pic x(1).

      *> The dispatcher that makes forgot-password self-service in
      *> fact, not just in name - auth.cbl appends every notification
      *> to the log and until now no user ever received one. Each
       dispatch-one-message section.
           *> Queue lines read
           *> "YYYYMMDD HHMMSS | to:<addr> | subject:<subj> | <body>".
           *> The address and body are sealed on the queue; they are
           *> opened here only to hand the message to the transport.
           *> The delivery and dead-letter logs keep the sealed form.
           move email-queue-line to stored-queue-line.
           move "open-line" to cipher-action.
           move 400 to cipher-width.
           move email-queue-line to cipher-text.
           call "field-cipher" using cipher-request cipher-response.
           move cipher-result(1:400) to email-queue-line.
           perform parse-queue-line.
           move stored-queue-line to email-queue-line.
           if mail-to-addr = spaces
               exit section
           end-if.
           move "encrypt" to cipher-action.
           move 100 to cipher-width.
           move mail-to-addr to cipher-text.
           call "field-cipher" using cipher-request cipher-response.
           move cipher-result(1:100) to logged-to-addr.

           perform check-address-suppressed.
           if address-suppressed = "Y"
           move function concatenate(
               log-timestamp(1:8), " ", log-timestamp(9:6),
               " | line ", function trim(line-number-display),
               " | SUPPRESSED | to ", function trim(logged-to-addr),
               " | address is on the bounce suppression list"
           ) to delivery-log-line.
           write delivery-log-line.
               move function concatenate(
                   log-timestamp(1:8), " ", log-timestamp(9:6),
                   " | line ", function trim(line-number-display),
                   " | SENT | to ", function trim(logged-to-addr),
                   " | attempts ", attempt-number
               ) to delivery-log-line
           else
               move function concatenate(
                   log-timestamp(1:8), " ", log-timestamp(9:6),
                   " | line ", function trim(line-number-display),
                   " | FAILED | to ", function trim(logged-to-addr),
                   " | attempts ", max-attempts
               ) to delivery-log-line
           end-if.
           close dead-letter-file.
           display function concatenate(
               "DEAD LETTER: could not deliver to ",
               function trim(logged-to-addr)
           ).

       display-summary section.
