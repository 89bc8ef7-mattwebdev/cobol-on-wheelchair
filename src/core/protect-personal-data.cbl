       identification division.
       program-id. protect-personal-data.

       environment division.
       input-output section.
       file-control.
      *> Same single-writer gate every other mutator of the shared
      *> stores takes - held for the whole pass when sealing.
           select write-lock-file
               assign to "data/db-write.lock"
               organization is sequential
               file status is write-lock-status.

      *> Same write-ahead journal database-interface.cbl keeps -
      *> every resealed row goes in as a BEGIN/COMMIT pair with the
      *> row before and after.
           select db-journal
               assign to "data/db-journal.dat"
               organization is sequential
               file status is db-journal-status.

           select user-master
               assign to "data/users.dat"
               organization is indexed
               access mode is sequential
               record key is mf-user-id
               file status is user-file-status.

           select comment-master
               assign to "data/comments.dat"
               organization is indexed
               access mode is sequential
               record key is co-id
               file status is comment-file-status.

           select commenter-blocklist
               assign to "data/commenter-blocklist.dat"
               organization is indexed
               access mode is sequential
               record key is bl-id
               file status is blocklist-file-status.

           select submission-master
               assign to "data/form-submissions.dat"
               organization is indexed
               access mode is sequential
               record key is fs-id
               file status is submission-file-status.

           select email-change-master
               assign to "data/email-changes.dat"
               organization is indexed
               access mode is sequential
               record key is ec-token
               file status is email-change-status.

      *> Keyed on the (sealed) address itself, so a resealed row
      *> moves to a new key - collected first, moved second.
           select subscriber-master
               assign to "data/newsletter-subscribers.dat"
               organization is indexed
               access mode is dynamic
               record key is ns-email
               file status is subscriber-file-status.

           select subscriber-work
               assign to "data/personal-data.work"
               organization is sequential
               file status is work-file-status.

           select email-notification-log
               assign to "data/email-notifications.log"
               organization is line sequential
               file status is email-file-status.

           select email-queue-new
               assign to "data/email-notifications.new"
               organization is line sequential
               file status is queue-new-status.

           select report-file
               assign to "data/personal-data-report.txt"
               organization is line sequential
               file status is report-file-status.

           select admin-audit-log
               assign to "data/admin-audit.log"
               organization is line sequential
               file status is admin-audit-status.

      *> Chain sidecar for the admin audit trail - the entry this
      *> program writes links into the same tamper-evident chain the
      *> online appenders keep.
           select audit-chain-state
               assign to "data/admin-audit.chain"
               organization is line sequential
               file status is chain-state-status.

       data division.
       file section.
       fd  write-lock-file.
       01  write-lock-record    pic x(1).

       fd  db-journal.
       01  db-journal-record.
           03 jr-timestamp      pic x(21).
           03 jr-collection     pic x(10).
           03 jr-phase          pic x(8).
           03 jr-record-key     pic x(64).
           03 jr-before-image   pic x(3200).
           03 jr-after-image    pic x(3200).

       fd  user-master.
       01  user-master-record.
           03 mf-user-id        pic 9(10).
           03 mf-username       pic x(50).
           03 mf-email          pic x(100).
           03 mf-password-hash  pic x(64).
           03 mf-role           pic x(20).
           03 mf-acct-status    pic x(10).
           03 mf-created-date   pic x(20).
           03 mf-failed-logins  pic 9(3).
           03 mf-totp-enabled   pic x(1).
           03 mf-totp-secret    pic x(32).
           03 mf-password-changed pic x(8).
           03 mf-bio            pic x(500).
           03 mf-photo-media-id pic 9(10).
           03 mf-last-login     pic x(14).

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

       fd  submission-master.
       01  submission-master-record.
           03 fs-id             pic 9(10).
           03 fs-submitted-date pic x(20).
           03 fs-client-addr    pic x(64).
           03 fs-status         pic x(10).
           03 fs-fields         pic x(1900).

       fd  email-change-master.
       01  email-change-record.
           03 ec-token          pic x(32).
           03 ec-user-id        pic 9(10).
           03 ec-username       pic x(50).
           03 ec-old-email      pic x(100).
           03 ec-new-email      pic x(100).
           03 ec-requested-by   pic x(50).
           03 ec-requested      pic x(20).
           03 ec-expires        pic x(20).
           03 ec-state          pic x(10).
           03 ec-completed      pic x(20).

       fd  subscriber-master.
       01  subscriber-record.
           03 ns-email          pic x(100).
           03 ns-status         pic x(10).
           03 ns-token          pic x(32).
           03 ns-subscribed-date pic x(20).

       fd  subscriber-work.
       01  subscriber-work-record.
           03 sw-old-email      pic x(100).
           03 sw-new-record     pic x(162).

       fd  email-notification-log.
       01  email-notification-line pic x(400).

       fd  email-queue-new.
       01  email-queue-new-line pic x(400).

       fd  report-file.
       01  report-line          pic x(250).

       fd  admin-audit-log.
       01  admin-audit-line     pic x(340).

       fd  audit-chain-state.
       01  audit-chain-line     pic x(16).

       working-storage section.
       01 write-lock-status    pic xx.
       01 write-lock-held      pic x(1) value "N".
       01 lock-try-count       pic 99 usage comp-5.
       01 lock-retry-limit     pic 99 usage comp-5 value 50.
       01 lock-retry-nanos     pic 9(18) usage comp-5
           value 100000000.
       01 db-journal-status    pic xx.
       01 user-file-status     pic xx.
       01 comment-file-status  pic xx.
       01 blocklist-file-status pic xx.
       01 submission-file-status pic xx.
       01 email-change-status  pic xx.
       01 subscriber-file-status pic xx.
       01 work-file-status     pic xx.
       01 email-file-status    pic xx.
       01 queue-new-status     pic xx.
       01 report-file-status   pic xx.
       01 admin-audit-status   pic xx.

       01 journal-collection   pic x(10).
       01 journal-record-key   pic x(64).
       01 journal-before-stage pic x(3200).
       01 journal-after-stage  pic x(3200).

      *> PERSONAL_DATA_MODE=convert seals every value still held
      *> open (the one-time pass when sealing is first switched
      *> on); =rotate reseals everything under the key now marked
      *> current, so the retired key can be dropped from the key
      *> file once this run reports nothing left under it. Anything
      *> else only counts what is sealed under which key.
       01 protect-mode         pic x(10).
       01 seal-action          pic x(12) value spaces.
       01 mode-display         pic x(20) value "report only".
       01 queue-line-action    pic x(12).
       01 current-key-version  pic x(1).

       01 field-value          pic x(2000).
       01 field-width          pic 9(4) usage comp-5.
       01 value-changed        pic x(1).
       01 row-changed          pic x(1).
       01 new-key-value        pic x(100).

      *> Per-store tallies, reset before each store and printed as
      *> one report line - "plain" are values still open, the rest
      *> are counted by the key version they are sealed under.
       01 store-name           pic x(40).
       01 store-counts.
           03 store-rows        pic 9(6).
           03 store-changed     pic 9(6).
           03 store-unsealable  pic 9(6).
           03 store-merged      pic 9(6).
       01 version-tally.
           03 tally-plain       pic 9(6).
           03 tally-used        pic 99 usage comp-5.
           03 tally-entry occurs 10 times.
               05 tally-version pic x(1).
               05 tally-count   pic 9(6).
       01 tally-index          pic 99 usage comp-5.
       01 tally-found          pic x(1).
       01 report-pointer       pic 9(4) usage comp-5.

       01 run-totals.
           03 total-changed     pic 9(7) value 0.
           03 total-unsealable  pic 9(7) value 0.
           03 total-plain       pic 9(7) value 0.

       01 rename-result        pic s9(9) usage comp-5.
       01 queue-live-path      pic x(60)
           value "data/email-notifications.log".
       01 queue-new-path       pic x(60)
           value "data/email-notifications.new".
       01 work-file-path       pic x(60)
           value "data/personal-data.work".

      *> business-date.cbl's LINKAGE shape with local names.
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

       01 cipher-request.
           03 cipher-action     pic x(12).
           03 cipher-width      pic 9(4).
           03 cipher-text       pic x(2000).

       01 cipher-response.
           03 cipher-success    pic x(1).
           03 cipher-message    pic x(200).
           03 cipher-result     pic x(2000).
           03 cipher-key-version pic x(1).

       01 audit-timestamp      pic x(21).
       01 audit-action         pic x(60).
       01 audit-subject        pic x(50).

      *> Chain computation - the same mixing digest the other audit
      *> appenders use, over (previous chain || line body).
       01 chain-state-status   pic xx.
       01 chain-prev-value     pic x(16).
       01 chain-new-value      pic x(16).
       01 chain-source         pic x(340).
       01 chain-accum          pic 9(18) usage comp-5.
       01 chain-pos            pic 9(4) usage comp-5.
       01 chain-char-val       pic 9(4) usage comp-5.
       01 chain-hex-work       pic 9(18) usage comp-5.
       01 chain-hex-rem        pic 99 usage comp-5.
       01 chain-hex-pos        pic 99 usage comp-5.
       01 hex-alphabet         pic x(16) value "0123456789abcdef".
       01 audit-line-body      pic x(300).

      *> Seals (or reseals) the personal data held at rest through
      *> field-cipher.cbl: addresses on the user, comment, commenter
      *> blocklist, email-change and newsletter stores, submitted
      *> form fields, and the address and body of every line still
      *> on the outgoing notification queue. Run it with the site in
      *> maintenance mode - the queue is rewritten whole, and the
      *> online programs append to it without the store write lock.
      *> The counts per key go to data/personal-data-report.txt.
       procedure division.

       perform get-business-date.

       accept protect-mode from environment "PERSONAL_DATA_MODE".
       evaluate function lower-case(function trim(protect-mode))
           when "convert"
               move "encrypt" to seal-action
               move "seal-line" to queue-line-action
               move "convert" to mode-display
           when "rotate"
               move "rekey" to seal-action
               move "reseal-line" to queue-line-action
               move "rotate to current key" to mode-display
       end-evaluate.

       perform check-current-key.
       move cipher-key-version to current-key-version.
       if seal-action not = spaces
           if cipher-success not = "Y"
               display function concatenate(
                   "protect-personal-data: ",
                   function trim(cipher-message),
                   " - nothing changed"
               )
               move 8 to return-code
               goback
           end-if
           perform acquire-write-lock
           if write-lock-held = "N"
               display function concatenate(
                   "protect-personal-data: could not obtain the store ",
                   "write lock - run abandoned"
               )
               move 8 to return-code
               goback
           end-if
       end-if.

       open output report-file.
       move "PERSONAL DATA AT REST" to report-line.
       write report-line.
       move function concatenate(
           "Business date: ", bd-date-iso,
           "   Mode: ", function trim(mode-display),
           "   Current key: ", current-key-version
       ) to report-line.
       write report-line.
       move "store | rows | resealed | not sealable | by key"
           to report-line.
       write report-line.

       perform process-users.
       perform process-comments.
       perform process-blocklist.
       perform process-submissions.
       perform process-email-changes.
       perform process-subscribers.
       perform process-email-queue.

       perform write-report-totals.
       close report-file.

       if seal-action not = spaces
           move function concatenate(
               "personal-data-", function trim(protect-mode)
           ) to audit-action
           move function concatenate(
               function trim(total-changed), " value(s) resealed"
           ) to audit-subject
           perform write-admin-audit-entry
       end-if.
       perform release-write-lock.
       perform display-summary.

       goback.

       get-business-date section.
           move "get" to bd-action.
           move spaces to bd-date-in.
           move spaces to bd-set-by.
           call "business-date" using business-date-request
               business-date-response.
           display function concatenate(
               "protect-personal-data: business date ", bd-date-iso
           ).

       check-current-key section.
           *> A sample seal tells whether a current key is there to
           *> seal under, and which version it is.
           move "encrypt" to cipher-action.
           move 100 to cipher-width.
           move "sample@example.invalid" to cipher-text.
           call "field-cipher" using cipher-request cipher-response.

       reset-store-counts section.
           move 0 to store-rows store-changed store-unsealable
               store-merged.
           move 0 to tally-plain.
           move 0 to tally-used.

       process-one-value section.
           *> field-value / field-width in; the sealed value is left
           *> in field-value and value-changed says whether it moved.
           move "N" to value-changed.
           if field-value = spaces
               exit section
           end-if.
           if seal-action not = spaces
               move seal-action to cipher-action
               move field-width to cipher-width
               move field-value to cipher-text
               call "field-cipher" using cipher-request
                   cipher-response
               if cipher-success not = "Y"
                   add 1 to store-unsealable
               end-if
               if cipher-result(1:field-width)
                   not = field-value(1:field-width)
                   move "Y" to value-changed
                   move cipher-result(1:field-width) to field-value
               end-if
           end-if.
           perform tally-value.

       tally-value section.
           move "probe" to cipher-action.
           move field-width to cipher-width.
           move field-value to cipher-text.
           call "field-cipher" using cipher-request cipher-response.
           if cipher-key-version = space
               add 1 to tally-plain
               exit section
           end-if.
           move "N" to tally-found.
           perform varying tally-index from 1 by 1
               until tally-index > tally-used or tally-found = "Y"
               if tally-version(tally-index) = cipher-key-version
                   add 1 to tally-count(tally-index)
                   move "Y" to tally-found
               end-if
           end-perform.
           if tally-found = "N" and tally-used < 10
               add 1 to tally-used
               move cipher-key-version to tally-version(tally-used)
               move 1 to tally-count(tally-used)
           end-if.

       process-users section.
           move "users.dat (email)" to store-name.
           perform reset-store-counts.
           if seal-action = spaces
               open input user-master
           else
               open i-o user-master
           end-if.
           if user-file-status not = "00"
               perform write-store-absent
               exit section
           end-if.
           perform until user-file-status not = "00"
               read user-master next record
                   at end move "10" to user-file-status
                   not at end
                       add 1 to store-rows
                       move mf-email to field-value
                       move 100 to field-width
                       perform process-one-value
                       if value-changed = "Y"
                           move "users" to journal-collection
                           move mf-user-id to journal-record-key
                           move spaces to journal-before-stage
                           move user-master-record
                               to journal-before-stage
                           move field-value(1:100) to mf-email
                           move spaces to journal-after-stage
                           move user-master-record
                               to journal-after-stage
                           perform append-journal-begin
                           rewrite user-master-record
                           perform append-journal-commit
                           add 1 to store-changed
                       end-if
               end-read
           end-perform.
           close user-master.
           perform write-store-line.

       process-comments section.
           move "comments.dat (email)" to store-name.
           perform reset-store-counts.
           if seal-action = spaces
               open input comment-master
           else
               open i-o comment-master
           end-if.
           if comment-file-status not = "00"
               perform write-store-absent
               exit section
           end-if.
           perform until comment-file-status not = "00"
               read comment-master next record
                   at end move "10" to comment-file-status
                   not at end
                       add 1 to store-rows
                       move co-email to field-value
                       move 100 to field-width
                       perform process-one-value
                       if value-changed = "Y"
                           move "comments" to journal-collection
                           move co-id to journal-record-key
                           move spaces to journal-before-stage
                           move comment-master-record
                               to journal-before-stage
                           move field-value(1:100) to co-email
                           move spaces to journal-after-stage
                           move comment-master-record
                               to journal-after-stage
                           perform append-journal-begin
                           rewrite comment-master-record
                           perform append-journal-commit
                           add 1 to store-changed
                       end-if
               end-read
           end-perform.
           close comment-master.
           perform write-store-line.

       process-blocklist section.
           *> Only e-mail entries carry personal data - a client
           *> address entry is a prefix kept as typed.
           move "commenter-blocklist.dat (email)" to store-name.
           perform reset-store-counts.
           if seal-action = spaces
               open input commenter-blocklist
           else
               open i-o commenter-blocklist
           end-if.
           if blocklist-file-status not = "00"
               perform write-store-absent
               exit section
           end-if.
           perform until blocklist-file-status not = "00"
               read commenter-blocklist next record
                   at end move "10" to blocklist-file-status
                   not at end
                       if bl-kind = "email"
                           add 1 to store-rows
                           move bl-value to field-value
                           move 100 to field-width
                           perform process-one-value
                           if value-changed = "Y"
                               perform reseal-one-block-entry
                           end-if
                       end-if
               end-read
           end-perform.
           close commenter-blocklist.
           perform write-store-line.

       reseal-one-block-entry section.
           move "blocklist" to journal-collection.
           move bl-id to journal-record-key.
           move spaces to journal-before-stage.
           move blocklist-record to journal-before-stage.
           move field-value(1:100) to bl-value.
           move spaces to journal-after-stage.
           move blocklist-record to journal-after-stage.
           perform append-journal-begin.
           rewrite blocklist-record.
           perform append-journal-commit.
           add 1 to store-changed.

       process-submissions section.
           move "form-submissions.dat (fields)" to store-name.
           perform reset-store-counts.
           if seal-action = spaces
               open input submission-master
           else
               open i-o submission-master
           end-if.
           if submission-file-status not = "00"
               perform write-store-absent
               exit section
           end-if.
           perform until submission-file-status not = "00"
               read submission-master next record
                   at end move "10" to submission-file-status
                   not at end
                       add 1 to store-rows
                       move fs-fields to field-value
                       move 1900 to field-width
                       perform process-one-value
                       if value-changed = "Y"
                           move "submission" to journal-collection
                           move fs-id to journal-record-key
                           move spaces to journal-before-stage
                           move submission-master-record
                               to journal-before-stage
                           move field-value(1:1900) to fs-fields
                           move spaces to journal-after-stage
                           move submission-master-record
                               to journal-after-stage
                           perform append-journal-begin
                           rewrite submission-master-record
                           perform append-journal-commit
                           add 1 to store-changed
                       end-if
               end-read
           end-perform.
           close submission-master.
           perform write-store-line.

       process-email-changes section.
           move "email-changes.dat (old/new email)" to store-name.
           perform reset-store-counts.
           if seal-action = spaces
               open input email-change-master
           else
               open i-o email-change-master
           end-if.
           if email-change-status not = "00"
               perform write-store-absent
               exit section
           end-if.
           perform until email-change-status not = "00"
               read email-change-master next record
                   at end move "10" to email-change-status
                   not at end
                       add 1 to store-rows
                       move spaces to journal-before-stage
                       move email-change-record
                           to journal-before-stage
                       move "N" to row-changed
                       move ec-old-email to field-value
                       move 100 to field-width
                       perform process-one-value
                       if value-changed = "Y"
                           move "Y" to row-changed
                           move field-value(1:100) to ec-old-email
                       end-if
                       move ec-new-email to field-value
                       perform process-one-value
                       if value-changed = "Y"
                           move "Y" to row-changed
                           move field-value(1:100) to ec-new-email
                       end-if
                       if row-changed = "Y"
                           move "email-chg" to journal-collection
                           move ec-token to journal-record-key
                           move spaces to journal-after-stage
                           move email-change-record
                               to journal-after-stage
                           perform append-journal-begin
                           rewrite email-change-record
                           perform append-journal-commit
                           add 1 to store-changed
                       end-if
               end-read
           end-perform.
           close email-change-master.
           perform write-store-line.

       process-subscribers section.
           *> First pass notes every row whose key changes; the
           *> second deletes each under its old key and writes it
           *> back under the new one. A row already present under the
           *> new key is kept and the old one counted as merged.
           move "newsletter-subscribers.dat (key)" to store-name.
           perform reset-store-counts.
           open input subscriber-master.
           if subscriber-file-status not = "00"
               perform write-store-absent
               exit section
           end-if.
           if seal-action not = spaces
               open output subscriber-work
           end-if.
           move low-values to ns-email.
           start subscriber-master key is greater than ns-email
               invalid key move "10" to subscriber-file-status
           end-start.
           perform until subscriber-file-status not = "00"
               read subscriber-master next record
                   at end move "10" to subscriber-file-status
                   not at end
                       add 1 to store-rows
                       move ns-email to field-value
                       move 100 to field-width
                       perform process-one-value
                       if value-changed = "Y"
                           move ns-email to sw-old-email
                           move field-value(1:100) to ns-email
                           move subscriber-record to sw-new-record
                           write subscriber-work-record
                       end-if
               end-read
           end-perform.
           close subscriber-master.
           if seal-action = spaces
               perform write-store-line
               exit section
           end-if.
           close subscriber-work.

           open i-o subscriber-master.
           open input subscriber-work.
           perform until work-file-status not = "00"
               read subscriber-work
                   at end move "10" to work-file-status
                   not at end
                       perform move-one-subscriber
               end-read
           end-perform.
           close subscriber-work.
           close subscriber-master.
           call "CBL_DELETE_FILE" using work-file-path
               returning rename-result.
           perform write-store-line.

       move-one-subscriber section.
           move sw-old-email to ns-email.
           read subscriber-master
               invalid key
                   exit section
           end-read.
           move "subscriber" to journal-collection.
           move sw-old-email to journal-record-key.
           move spaces to journal-before-stage.
           move subscriber-record to journal-before-stage.
           move spaces to journal-after-stage.
           move sw-new-record to journal-after-stage.
           perform append-journal-begin.
           delete subscriber-master record
               invalid key
                   continue
           end-delete.
           move sw-new-record to subscriber-record.
           write subscriber-record
               invalid key
                   add 1 to store-merged
               not invalid key
                   add 1 to store-changed
           end-write.
           perform append-journal-commit.

       process-email-queue section.
           *> Lines are rewritten one for one, so email-dispatch's
           *> count of lines already sent still lines up afterwards.
           move "email-notifications.log (queue)" to store-name.
           perform reset-store-counts.
           open input email-notification-log.
           if email-file-status not = "00"
               perform write-store-absent
               exit section
           end-if.
           if seal-action not = spaces
               open output email-queue-new
           end-if.
           perform until email-file-status not = "00"
               read email-notification-log
                   at end move "10" to email-file-status
                   not at end
                       add 1 to store-rows
                       if seal-action not = spaces
                           perform reseal-one-queue-line
                       end-if
               end-read
           end-perform.
           close email-notification-log.
           if seal-action = spaces
               perform write-store-line
               exit section
           end-if.
           close email-queue-new.

           if store-changed > 0
               call "CBL_RENAME_FILE" using queue-new-path
                   queue-live-path
                   returning rename-result
               if rename-result not = 0
                   display function concatenate(
                       "protect-personal-data: the resealed queue ",
                       "could not replace ", function trim(
                           queue-live-path),
                       " - left in ", function trim(queue-new-path)
                   )
                   move 0 to store-changed
               end-if
           else
               call "CBL_DELETE_FILE" using queue-new-path
                   returning rename-result
           end-if.
           perform write-store-line.

       reseal-one-queue-line section.
           move queue-line-action to cipher-action.
           move 400 to cipher-width.
           move email-notification-line to cipher-text.
           call "field-cipher" using cipher-request cipher-response.
           if cipher-success not = "Y"
               add 1 to store-unsealable
           end-if.
           if cipher-result(1:400) not = email-notification-line
               add 1 to store-changed
           end-if.
           move cipher-result(1:400) to email-queue-new-line.
           write email-queue-new-line.

       write-store-absent section.
           move function concatenate(
               function trim(store-name), " | not present"
           ) to report-line.
           write report-line.

       write-store-line section.
           add store-changed to total-changed.
           add store-unsealable to total-unsealable.
           add tally-plain to total-plain.
           move spaces to report-line.
           move 1 to report-pointer.
           string function trim(store-name) delimited by size
               " | " delimited by size
               function trim(store-rows) delimited by size
               " | " delimited by size
               function trim(store-changed) delimited by size
               " | " delimited by size
               function trim(store-unsealable) delimited by size
               " | plain " delimited by size
               function trim(tally-plain) delimited by size
               into report-line
               with pointer report-pointer
           end-string.
           perform varying tally-index from 1 by 1
               until tally-index > tally-used
               string ", key " delimited by size
                   tally-version(tally-index) delimited by size
                   " " delimited by size
                   function trim(tally-count(tally-index))
                       delimited by size
                   into report-line
                   with pointer report-pointer
               end-string
           end-perform.
           if store-merged > 0
               string ", " delimited by size
                   function trim(store-merged) delimited by size
                   " merged into an existing row" delimited by size
                   into report-line
                   with pointer report-pointer
               end-string
           end-if.
           write report-line.

       write-report-totals section.
           move spaces to report-line.
           write report-line.
           move function concatenate(
               function trim(total-changed), " value(s) resealed, ",
               function trim(total-unsealable),
               " too long to seal in place, ",
               function trim(total-plain), " still plain"
           ) to report-line.
           write report-line.

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

       append-journal-entry section.
           open extend db-journal.
           if db-journal-status not = "00"
               open output db-journal
               close db-journal
               open extend db-journal
           end-if.
           move function current-date to jr-timestamp.
           move journal-collection to jr-collection.
           move journal-record-key to jr-record-key.
           move journal-before-stage to jr-before-image.
           move journal-after-stage to jr-after-image.
           write db-journal-record.
           close db-journal.

       append-journal-begin section.
           move "BEGIN" to jr-phase.
           perform append-journal-entry.

       append-journal-commit section.
           move "COMMIT" to jr-phase.
           move spaces to journal-before-stage.
           move spaces to journal-after-stage.
           perform append-journal-entry.

       write-admin-audit-entry section.
           move function current-date to audit-timestamp.
           open extend admin-audit-log.
           if admin-audit-status not = "00"
               open output admin-audit-log
               close admin-audit-log
               open extend admin-audit-log
           end-if.
           move function concatenate(
               audit-timestamp(1:8), " ", audit-timestamp(9:6),
               " | protect-personal-data | user=(batch)",
               " action=", function trim(audit-action),
               " subject=", function trim(audit-subject)
           ) to audit-line-body.
           perform load-audit-chain-state.
           move function concatenate(
               chain-prev-value, "|", function trim(audit-line-body)
           ) to chain-source.
           perform compute-chain-value.
           move function concatenate(
               function trim(audit-line-body),
               " | chain=", chain-new-value
           ) to admin-audit-line.
           write admin-audit-line.
           close admin-audit-log.
           perform save-audit-chain-state.

       load-audit-chain-state section.
           move "0000000000000000" to chain-prev-value.
           open input audit-chain-state.
           if chain-state-status = "00"
               read audit-chain-state
                   at end continue
                   not at end
                       move audit-chain-line to chain-prev-value
               end-read
               close audit-chain-state
           end-if.
           move spaces to chain-state-status.

       save-audit-chain-state section.
           open output audit-chain-state.
           move chain-new-value to audit-chain-line.
           write audit-chain-line.
           close audit-chain-state.

       compute-chain-value section.
           move 5381 to chain-accum.
           perform varying chain-pos from 1 by 1
               until chain-pos >
                   function length(function trim(chain-source,
                       trailing))
               move function ord(chain-source(chain-pos:1))
                   to chain-char-val
               compute chain-accum = function mod(
                   (chain-accum * 33 + chain-char-val),
                   18446744073)
           end-perform.
           move chain-accum to chain-hex-work.
           move spaces to chain-new-value.
           move 16 to chain-hex-pos.
           perform 16 times
               compute chain-hex-rem = function mod(chain-hex-work, 16)
               compute chain-hex-work =
                   function integer(chain-hex-work / 16)
               move hex-alphabet(chain-hex-rem + 1:1)
                   to chain-new-value(chain-hex-pos:1)
               subtract 1 from chain-hex-pos
           end-perform.

       display-summary section.
           display function concatenate(
               "protect-personal-data: ",
               function trim(mode-display), " - ",
               function trim(total-changed), " value(s) resealed, ",
               function trim(total-plain), " still plain - see ",
               "data/personal-data-report.txt"
           ).

       end program protect-personal-data.
