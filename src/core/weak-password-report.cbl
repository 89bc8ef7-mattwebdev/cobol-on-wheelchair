       identification division.
       program-id. weak-password-report.

       environment division.
       input-output section.
       file-control.
      *> The same maintained list auth.cbl screens new passwords
      *> against - one password per line, "#" lines are comments.
           select weak-password-list
               assign to "data/weak-passwords.txt"
               organization is line sequential
               file status is weak-list-status.

      *> Same single-writer gate every other mutator of the shared
      *> stores takes - only taken when accounts are being locked.
           select write-lock-file
               assign to "data/db-write.lock"
               organization is sequential
               file status is write-lock-status.

      *> Same write-ahead journal database-interface.cbl keeps -
      *> every forced rotation goes in as a BEGIN/COMMIT pair with
      *> the account row before and after.
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

           select report-file
               assign to "data/weak-password-report.txt"
               organization is line sequential
               file status is report-file-status.

           select email-notification-log
               assign to "data/email-notifications.log"
               organization is line sequential
               file status is email-file-status.

           select admin-audit-log
               assign to "data/admin-audit.log"
               organization is line sequential
               file status is admin-audit-status.

      *> Chain sidecar for the admin audit trail - the entries this
      *> program writes link into the same tamper-evident chain the
      *> online appenders keep.
           select audit-chain-state
               assign to "data/admin-audit.chain"
               organization is line sequential
               file status is chain-state-status.

       data division.
       file section.
       fd  weak-password-list.
       01  weak-list-line       pic x(100).

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

       fd  report-file.
       01  report-line          pic x(250).

       fd  email-notification-log.
       01  email-notification-line pic x(300).

       fd  admin-audit-log.
       01  admin-audit-line     pic x(340).

       fd  audit-chain-state.
       01  audit-chain-line     pic x(16).

       working-storage section.
       01 weak-list-status     pic xx.
       01 write-lock-status    pic xx.
       01 write-lock-held      pic x(1) value "N".
       01 lock-try-count       pic 99 usage comp-5.
       01 lock-retry-limit     pic 99 usage comp-5 value 50.
       01 lock-retry-nanos     pic 9(18) usage comp-5
           value 100000000.
       01 db-journal-status    pic xx.
       01 user-file-status     pic xx.
       01 report-file-status   pic xx.
       01 email-file-status    pic xx.
       01 admin-audit-status   pic xx.

       01 journal-collection   pic x(10).
       01 journal-record-key   pic x(64).
       01 journal-before-stage pic x(3200).
       01 journal-after-stage  pic x(3200).

      *> WEAK_PASSWORD_MODE=force locks every active flagged
      *> account so its holder has to go through forgot-password
      *> (which unlocks it) and pick a new password past the same
      *> screen; anything else only reports.
       01 report-mode          pic x(10).
       01 force-rotation       pic x(1) value "N".
       01 mode-display         pic x(20) value "report only".

      *> The stored hashes are unsalted, so a listed password is
      *> found by hashing it once and comparing digests - the
      *> plaintext never reaches the report.
       01 weak-hash-table.
           03 weak-hash-count   pic 9(5) usage comp-5 value 0.
           03 weak-hash-entry   pic x(64) occurs 5000 times.
       01 weak-hash-limit      pic 9(5) usage comp-5 value 5000.
       01 weak-hash-index      pic 9(5) usage comp-5.
       01 weak-list-skipped    pic 9(6) value 0.

       01 account-flagged      pic x(1).
       01 flag-reason          pic x(40).
       01 row-action           pic x(60).
       01 email-local-part     pic x(100).
       01 opened-email         pic x(100).

       01 digest-source        pic x(50).
       01 temp-hash            pic x(64).
       01 hash-accum           pic 9(18) usage comp-5.
       01 hash-round           pic 9.
       01 hash-pos             pic 9(4) usage comp-5.
       01 hash-char-val        pic 9(4) usage comp-5.
       01 hash-chunk           pic x(16).
       01 hash-start           pic 99 usage comp-5.
       01 hex-work             pic 9(18) usage comp-5.
       01 hex-rem              pic 99 usage comp-5.
       01 hex-pos              pic 99 usage comp-5.

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

       01 email-timestamp      pic x(21).
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

       01 report-counts.
           03 accounts-checked  pic 9(6) value 0.
           03 accounts-flagged  pic 9(4) value 0.
           03 accounts-locked   pic 9(4) value 0.

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

      *> Offline sweep for accounts already holding a password the
      *> set-time screen in auth.cbl would now refuse: one that is
      *> on data/weak-passwords.txt, or that is exactly the
      *> account's username or email name. Every account that is
      *> not disabled is checked; the flagged ones are listed in
      *> data/weak-password-report.txt (never the password itself)
      *> so their holders can be made to rotate - which the force
      *> mode does directly.
       procedure division.

       perform get-business-date.

       accept report-mode from environment "WEAK_PASSWORD_MODE".
       if function lower-case(function trim(report-mode)) = "force"
           move "Y" to force-rotation
           move "force rotation" to mode-display
       end-if.

       perform load-weak-hashes.

       if force-rotation = "Y"
           perform acquire-write-lock
           if write-lock-held = "N"
               display function concatenate(
                   "weak-password-report: could not obtain the store ",
                   "write lock - run abandoned"
               )
               move 8 to return-code
               goback
           end-if
           open i-o user-master
       else
           open input user-master
       end-if.
       if user-file-status not = "00"
           perform release-write-lock
           display "weak-password-report: no user store to review"
           goback
       end-if.

       open output report-file.
       move "WEAK PASSWORD REVIEW" to report-line.
       write report-line.
       move function concatenate(
           "Business date: ", bd-date-iso,
           "   Listed passwords: ", function trim(weak-hash-count),
           "   Mode: ", function trim(mode-display)
       ) to report-line.
       write report-line.
       move "username | role | status | reason | action"
           to report-line.
       write report-line.

       perform until user-file-status not = "00"
           read user-master next record
               at end move "10" to user-file-status
               not at end
                   if mf-acct-status not = "disabled"
                       add 1 to accounts-checked
                       perform check-one-account
                   end-if
           end-read
       end-perform.
       close user-master.

       perform write-report-totals.
       close report-file.
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
               "weak-password-report: business date ", bd-date-iso
           ).

       load-weak-hashes section.
           move 0 to weak-hash-count.
           open input weak-password-list.
           if weak-list-status not = "00"
               display function concatenate(
                   "weak-password-report: no data/weak-passwords.txt",
                   " - only username and email-name passwords are ",
                   "checked"
               )
               exit section
           end-if.
           perform until weak-list-status not = "00"
               read weak-password-list
                   at end move "10" to weak-list-status
                   not at end
                       if weak-list-line not = spaces
                           and weak-list-line(1:1) not = "#"
                           perform add-weak-hash
                       end-if
               end-read
           end-perform.
           close weak-password-list.
           if weak-list-skipped > 0
               display function concatenate(
                   "weak-password-report: list longer than ",
                   function trim(weak-hash-limit), " entries - ",
                   function trim(weak-list-skipped),
                   " not checked"
               )
           end-if.

       add-weak-hash section.
           if weak-hash-count >= weak-hash-limit
               add 1 to weak-list-skipped
               exit section
           end-if.
           move function trim(weak-list-line) to digest-source.
           perform hash-password.
           add 1 to weak-hash-count.
           move temp-hash to weak-hash-entry(weak-hash-count).

       check-one-account section.
           move "N" to account-flagged.
           move spaces to flag-reason.

           perform varying weak-hash-index from 1 by 1
               until weak-hash-index > weak-hash-count
               or account-flagged = "Y"
               if weak-hash-entry(weak-hash-index) = mf-password-hash
                   move "Y" to account-flagged
                   move "on weak-password list" to flag-reason
               end-if
           end-perform.

           if account-flagged = "N"
               move mf-username to digest-source
               perform hash-password
               if temp-hash = mf-password-hash
                   move "Y" to account-flagged
                   move "same as username" to flag-reason
               end-if
           end-if.

           if account-flagged = "N"
               move spaces to email-local-part
               *> The stored address is sealed; opened into a work
               *> field so the row itself is never rewritten open.
               move "decrypt" to cipher-action
               move 100 to cipher-width
               move mf-email to cipher-text
               call "field-cipher" using cipher-request cipher-response
               move cipher-result(1:100) to opened-email
               unstring opened-email delimited by "@"
                   into email-local-part
               end-unstring
               if email-local-part not = spaces
                   move email-local-part to digest-source
                   perform hash-password
                   if temp-hash = mf-password-hash
                       move "Y" to account-flagged
                       move "same as email name" to flag-reason
                   end-if
               end-if
           end-if.

           if account-flagged = "N"
               exit section
           end-if.

           add 1 to accounts-flagged.
           if force-rotation = "Y" and mf-acct-status = "active"
               perform force-account-rotation
               move "locked - reset required" to row-action
           else
               move "flagged" to row-action
           end-if.
           move function concatenate(
               function trim(mf-username), " | ",
               function trim(mf-role), " | ",
               function trim(mf-acct-status), " | ",
               function trim(flag-reason), " | ",
               function trim(row-action)
           ) to report-line.
           write report-line.
           display function concatenate(
               "WEAK PASSWORD: account ", function trim(mf-username),
               " - ", function trim(flag-reason), " (",
               function trim(row-action), ")"
           ).

       force-account-rotation section.
           *> A locked account only opens again through
           *> forgot-password, whose reset is screened - the same
           *> recovery path a failed-login lockout already uses.
           move "users" to journal-collection.
           move mf-user-id to journal-record-key.
           move spaces to journal-before-stage.
           move user-master-record to journal-before-stage.
           move "locked" to mf-acct-status.
           move spaces to journal-after-stage.
           move user-master-record to journal-after-stage.
           perform append-journal-begin.
           rewrite user-master-record
               invalid key continue
           end-rewrite.
           perform append-journal-commit.
           add 1 to accounts-locked.

           move "force-password-rotation" to audit-action.
           move mf-username to audit-subject.
           perform write-admin-audit-entry.

           if function trim(mf-email) = spaces
               exit section
           end-if.
           initialize template-request.
           move "render" to msg-action.
           move "password-rotation-forced" to msg-type.
           call "message-templates" using template-request
               template-response.
           open extend email-notification-log.
           if email-file-status not = "00"
               open output email-notification-log
               close email-notification-log
               open extend email-notification-log
           end-if.
           move function current-date to email-timestamp.
           move function concatenate(
               email-timestamp(1:8), " ", email-timestamp(9:6),
               " | to:", function trim(mf-email),
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

       write-report-totals section.
           move spaces to report-line.
           write report-line.
           move function concatenate(
               function trim(accounts-checked),
               " account(s) checked, ",
               function trim(accounts-flagged), " flagged, ",
               function trim(accounts-locked), " locked for reset"
           ) to report-line.
           write report-line.

       hash-password section.
           *> auth.cbl's hash-password, unchanged - a listed password
           *> only matches if it digests exactly as a sign-up would.
           move spaces to temp-hash.
           perform varying hash-round from 1 by 1 until hash-round > 4
               compute hash-accum = 5381 + (hash-round * 104729)
               perform varying hash-pos from 1 by 1
                   until hash-pos >
                       function length(function trim(digest-source))
                   move function ord(digest-source(hash-pos:1))
                       to hash-char-val
                   compute hash-accum = function mod(
                       (hash-accum * 33 + hash-char-val + hash-round),
                       18446744073)
               end-perform
               perform hash-accum-to-hex
               compute hash-start = (hash-round - 1) * 16 + 1
               move hash-chunk to temp-hash(hash-start:16)
           end-perform.

       hash-accum-to-hex section.
           move hash-accum to hex-work.
           move spaces to hash-chunk.
           move 16 to hex-pos.
           perform 16 times
               compute hex-rem = function mod(hex-work, 16)
               compute hex-work = function integer(hex-work / 16)
               move hex-alphabet(hex-rem + 1:1)
                   to hash-chunk(hex-pos:1)
               subtract 1 from hex-pos
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
               " | weak-password-report | user=(batch)",
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
               "weak-password-report: ",
               function trim(accounts-checked),
               " account(s) checked, ",
               function trim(accounts-flagged), " flagged, ",
               function trim(accounts-locked),
               " locked for reset - see ",
               "data/weak-password-report.txt"
           ).

       end program weak-password-report.
