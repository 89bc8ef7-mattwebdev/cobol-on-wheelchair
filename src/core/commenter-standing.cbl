       identification division.
       program-id. commenter-standing.

       environment division.
       input-output section.
       file-control.
      *> Same single-writer gate the other stores take before a
      *> blocklist row is added or removed.
           select write-lock-file
               assign to "data/db-write.lock"
               organization is sequential
               file status is write-lock-status.

      *> A commenter is their e-mail address - counted across every
      *> comment on file, whatever name they posted under.
           select comment-master
               assign to "data/comments.dat"
               organization is indexed
               access mode is dynamic
               record key is co-id
               file status is comment-file-status.

      *> Blocked commenters - an e-mail address (kept sealed, like
      *> every other stored address) or a client address prefix.
           select commenter-blocklist
               assign to "data/commenter-blocklist.dat"
               organization is indexed
               access mode is dynamic
               record key is bl-id
               file status is blocklist-file-status.

       data division.
       file section.
       fd  write-lock-file.
       01  write-lock-record    pic x(1).

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

       fd  commenter-blocklist.
       01  blocklist-record.
           03 bl-id             pic 9(6).
           03 bl-kind           pic x(7).
           03 bl-value          pic x(100).
           03 bl-mode           pic x(6).
           03 bl-added-by       pic x(50).
           03 bl-added-date     pic x(20).
           03 bl-note           pic x(100).

       working-storage section.
       01 write-lock-status    pic xx.
       01 write-lock-held      pic x(1) value "N".
       01 lock-try-count       pic 99 usage comp-5.
       01 lock-retry-limit     pic 99 usage comp-5 value 50.
       01 lock-retry-nanos     pic 9(18) usage comp-5
           value 100000000.
       01 comment-file-status  pic xx.
       01 blocklist-file-status pic xx.
       01 trusted-after        pic 9(6) usage comp-5.
       01 wanted-email         pic x(100).
       01 row-email            pic x(100).
       01 entry-value          pic x(100).
       01 entry-len            pic 9(4) usage comp-5.
       01 next-block-id        pic 9(6).
       01 id-display           pic z(5)9.
       01 block-timestamp      pic x(21).

      *> settings.cbl's LINKAGE shape with local names.
       01 settings-request.
           03 settings-action   pic x(10).
           03 settings-key      pic x(40).
           03 settings-value    pic x(200).

       01 settings-response.
           03 settings-success  pic x(1).
           03 settings-message  pic x(200).
           03 settings-value-out pic x(200).

      *> field-cipher.cbl's LINKAGE shape with local names.
       01 cipher-request.
           03 cipher-action     pic x(12).
           03 cipher-width      pic 9(4).
           03 cipher-text       pic x(2000).

       01 cipher-response.
           03 cipher-success    pic x(1).
           03 cipher-message    pic x(200).
           03 cipher-result     pic x(2000).
           03 cipher-key-version pic x(1).

       linkage section.
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

      *> Who is commenting, and what the site thinks of them.
      *> Actions:
      *>   check   - cs-email (plain or sealed) and/or cs-address:
      *>             the commenter's approved / rejected / pending
      *>             counts, whether they are trusted (at least
      *>             comment_trusted_after approved - 5 when blank,
      *>             0 switches it off - and never rejected) and
      *>             whether the blocklist stops them, and how
      *>             ("refuse" says so, "silent" files the comment
      *>             as rejected without a word)
      *>   block   - add a cs-block-kind "email" (cs-email) or
      *>             "address" (cs-address, matched as a prefix)
      *>             entry with cs-block-mode, cs-set-by and cs-note
      *>   unblock - remove entry cs-block-id
       procedure division using standing-request standing-response.

       move "N" to cs-success.
       move spaces to cs-message.
       move 0 to cs-approved-count.
       move 0 to cs-rejected-count.
       move 0 to cs-pending-count.
       move "N" to cs-trusted.
       move "N" to cs-blocked.
       move spaces to cs-blocked-mode.

       evaluate cs-action
           when "check"
               perform handle-check
           when "block"
               perform handle-block
           when "unblock"
               perform handle-unblock
           when other
               move "Invalid commenter action" to cs-message
       end-evaluate.

       goback.

       handle-check section.
           move spaces to wanted-email.
           if cs-email not = spaces
               move cs-email to row-email
               perform open-one-address
               move function lower-case(row-email) to wanted-email
           end-if.
           if wanted-email not = spaces
               perform count-commenter-history
           end-if.
           perform check-blocklist.

           perform load-trusted-after.
           if trusted-after > 0
               and cs-approved-count >= trusted-after
               and cs-rejected-count = 0
               and cs-blocked = "N"
               move "Y" to cs-trusted
           end-if.
           move "Y" to cs-success.
           move "Commenter standing retrieved" to cs-message.

       open-one-address section.
           *> row-email in, its plain lower-case-ready form back in
           *> row-email - a plain value comes back unchanged.
           move "decrypt" to cipher-action.
           move 100 to cipher-width.
           move row-email to cipher-text.
           call "field-cipher" using cipher-request cipher-response.
           move cipher-result(1:100) to row-email.
           move function trim(row-email) to row-email.

       count-commenter-history section.
           open input comment-master.
           if comment-file-status not = "00"
               exit section
           end-if.
           perform until comment-file-status not = "00"
               read comment-master next record
                   at end
                       move "10" to comment-file-status
                   not at end
                       if co-email not = spaces
                           move co-email to row-email
                           perform open-one-address
                           if function lower-case(row-email)
                               = wanted-email
                               perform tally-one-comment
                           end-if
                       end-if
               end-read
           end-perform.
           close comment-master.

       tally-one-comment section.
           evaluate function trim(co-status)
               when "approved"
                   add 1 to cs-approved-count
               when "rejected"
                   add 1 to cs-rejected-count
               when "pending"
                   add 1 to cs-pending-count
           end-evaluate.

       check-blocklist section.
           open input commenter-blocklist.
           if blocklist-file-status not = "00"
               exit section
           end-if.
           perform until blocklist-file-status not = "00"
               or cs-blocked = "Y"
               read commenter-blocklist next record
                   at end
                       move "10" to blocklist-file-status
                   not at end
                       perform match-one-entry
               end-read
           end-perform.
           close commenter-blocklist.

       match-one-entry section.
           evaluate function trim(bl-kind)
               when "email"
                   if wanted-email = spaces
                       exit section
                   end-if
                   move bl-value to row-email
                   perform open-one-address
                   if function lower-case(row-email) = wanted-email
                       move "Y" to cs-blocked
                   end-if
               when "address"
                   if cs-address = spaces or bl-value = spaces
                       exit section
                   end-if
                   *> "203.0.113." stops the whole range.
                   move function trim(bl-value) to entry-value
                   move function length(function trim(bl-value))
                       to entry-len
                   if entry-len <= length of cs-address
                       and cs-address(1:entry-len)
                           = entry-value(1:entry-len)
                       move "Y" to cs-blocked
                   end-if
           end-evaluate.
           if cs-blocked = "Y"
               move bl-mode to cs-blocked-mode
           end-if.

       load-trusted-after section.
           move 5 to trusted-after.
           move "get" to settings-action.
           move "comment_trusted_after" to settings-key.
           call "settings" using settings-request settings-response.
           if settings-success = "Y"
               and function trim(settings-value-out) is numeric
               move function numval(settings-value-out)
                   to trusted-after
           end-if.

       handle-block section.
           evaluate function trim(cs-block-kind)
               when "email"
                   if cs-email = spaces
                       move "An e-mail address is required"
                           to cs-message
                       exit section
                   end-if
               when "address"
                   if cs-address = spaces
                       move "A client address is required"
                           to cs-message
                       exit section
                   end-if
               when other
                   move "Block an e-mail address or a client address"
                       to cs-message
                   exit section
           end-evaluate.
           if cs-block-mode not = "refuse"
               and cs-block-mode not = "silent"
               move "The block must refuse or reject silently"
                   to cs-message
               exit section
           end-if.

           perform acquire-write-lock.
           if write-lock-held = "N"
               move "The blocklist is busy - please try again"
                   to cs-message
               exit section
           end-if.
           open i-o commenter-blocklist.
           if blocklist-file-status = "35"
               open output commenter-blocklist
               close commenter-blocklist
               open i-o commenter-blocklist
           end-if.
           if blocklist-file-status not = "00"
               move "The blocklist could not be opened" to cs-message
               perform release-write-lock
               exit section
           end-if.

           *> Next id, one past the store's high-water mark.
           move 0 to next-block-id.
           perform until blocklist-file-status not = "00"
               read commenter-blocklist next record
                   at end
                       move "10" to blocklist-file-status
                   not at end
                       if bl-id > next-block-id
                           move bl-id to next-block-id
                       end-if
               end-read
           end-perform.
           add 1 to next-block-id.

           move next-block-id to bl-id.
           move function trim(cs-block-kind) to bl-kind.
           if bl-kind = "email"
               *> Stored sealed, lower-cased so a match never
               *> depends on how the commenter typed it.
               move cs-email to row-email
               perform open-one-address
               move "encrypt" to cipher-action
               move 100 to cipher-width
               move function lower-case(row-email) to cipher-text
               call "field-cipher" using cipher-request
                   cipher-response
               move cipher-result(1:100) to bl-value
           else
               move function trim(cs-address) to bl-value
           end-if.
           move cs-block-mode to bl-mode.
           move cs-set-by to bl-added-by.
           move function current-date to block-timestamp.
           move function concatenate(
               block-timestamp(1:4), "-", block-timestamp(5:2),
               "-", block-timestamp(7:2), " ",
               block-timestamp(9:2), ":", block-timestamp(11:2),
               ":", block-timestamp(13:2)
           ) to bl-added-date.
           move cs-note to bl-note.
           write blocklist-record
               invalid key
                   move "The block could not be saved" to cs-message
               not invalid key
                   move "Y" to cs-success
                   move bl-id to id-display
                   move function concatenate(
                       "Blocklist entry ", function trim(id-display),
                       " added (", function trim(bl-kind), ", ",
                       function trim(bl-mode), ")"
                   ) to cs-message
           end-write.
           close commenter-blocklist.
           perform release-write-lock.

       handle-unblock section.
           if cs-block-id = 0
               move "A blocklist entry id is required" to cs-message
               exit section
           end-if.
           perform acquire-write-lock.
           if write-lock-held = "N"
               move "The blocklist is busy - please try again"
                   to cs-message
               exit section
           end-if.
           open i-o commenter-blocklist.
           if blocklist-file-status not = "00"
               move "Blocklist entry not found" to cs-message
               perform release-write-lock
               exit section
           end-if.
           move cs-block-id to bl-id.
           move cs-block-id to id-display.
           read commenter-blocklist
               invalid key
                   move "Blocklist entry not found" to cs-message
               not invalid key
                   delete commenter-blocklist record
                   move "Y" to cs-success
                   move function concatenate(
                       "Blocklist entry ", function trim(id-display),
                       " removed (", function trim(bl-kind), ")"
                   ) to cs-message
           end-read.
           close commenter-blocklist.
           perform release-write-lock.

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

       end program commenter-standing.
