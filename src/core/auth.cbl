               record key is ka-key
               file status is known-addr-status.

      *> Maintained list of common and breached passwords, one per
      *> line, "#" lines are comments. Ops refresh it from whatever
      *> breach corpus they trust; no file just means only the
      *> username/email checks apply.
      *> Pending email-address changes. The new address only
      *> replaces mf-email once the token mailed to it comes back
      *> before ec-expires - until then resets and notifications
      *> keep going to the address already proven.
           select email-change-master
               assign to "data/email-changes.dat"
               organization is indexed
               access mode is dynamic
               record key is ec-token
               file status is email-change-status.

           select weak-password-list
               assign to "data/weak-passwords.txt"
               organization is line sequential
               file status is weak-list-status.

       data division.
       file section.
       fd  user-master.
           03 mf-password-changed pic x(8).
           03 mf-bio            pic x(500).
           03 mf-photo-media-id pic 9(10).
           03 mf-last-login     pic x(14).

       fd  session-master.
       01  session-master-record.
           03 se-user-role      pic x(20).
           03 se-remember       pic x(1).
           03 se-expires        pic x(20).
           *> yyyymmddhhmmss of the last password (or two-factor)
           *> proof on this session - the sign-in itself, then each
           *> step-up the admin screens ask for.
           03 se-authenticated  pic x(14).
           *> yyyymmddhhmmss of the last request the session made -
           *> check-session refreshes it and expires the session
           *> after session_idle_minutes without one.
           03 se-last-activity  pic x(14).
           *> REMOTE_ADDR the session was created from. Staff
           *> sessions are only honoured from that address.
           03 se-client-addr    pic x(64).

       fd  reset-master.
       01  reset-master-record.
               05 ka-address    pic x(64).
           03 ka-last-seen      pic x(8).

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

       fd  weak-password-list.
       01  weak-list-line       pic x(100).

       working-storage section.
       01 user-file-status      pic xx.
       01 session-file-status   pic xx.
       *> carrying a recipient/subject/body instead of an event name.
       01 email-timestamp       pic x(21).
       01 email-to              pic x(100).
       01 email-subject         pic x(100).
       01 email-body            pic x(300).
       01 new-reset-token       pic x(32).
       01 audit-timestamp       pic x(21).
       01 audit-event           pic x(30).
       01 audit-subject         pic x(150).

      *> Chain computation - the same multiplicative mixing digest
      *> hash-password uses, over (previous chain value || the line
       01 password-max-age     pic 9(4) usage comp-5.
       01 password-age-days    pic s9(8) usage comp-5.

      *> Step-up freshness - how long a sign-in or re-entry of the
      *> password keeps the high-risk admin actions open.
       01 step-up-minutes      pic 9(4) usage comp-5.
       01 step-up-now          pic x(21).
       01 step-up-now-secs     pic 9(12) usage comp-5.
       01 step-up-auth-secs    pic 9(12) usage comp-5.
       01 step-up-proof-ok     pic x(1).

      *> Idle timeout and address binding for check-session.
       01 session-idle-minutes pic 9(4) usage comp-5.
       01 session-client-addr  pic x(64).
       01 session-is-staff     pic x(1).

      *> Email-change confirmation - a day to use the token.
       01 email-change-status  pic xx.
       01 email-change-hours   pic 9(3) value 24.
       01 email-change-caller  pic x(50).
       01 email-change-target  pic x(50).
       01 email-change-new     pic x(100).
       01 email-change-count   pic 9(4) usage comp-5.
       01 new-change-token     pic x(32).
       01 change-expiry-int    pic 9(8) usage comp-5.
       01 change-expiry-disp   pic 9(8).

      *> Password-strength screen applied wherever a password is set.
       01 weak-list-status     pic xx.
       01 password-weak        pic x(1).
       01 strength-candidate   pic x(50).
       01 strength-username    pic x(50).
       01 strength-email       pic x(100).
       01 strength-lower       pic x(50).
       01 strength-part        pic x(100).
       01 strength-part-len    pic 9(4) usage comp-5.
       01 strength-tally       pic 9(4) usage comp-5.
       01 strength-reason      pic x(40).

      *> settings.cbl's LINKAGE shape with local names - password
      *> aging policy lives with the other site settings.
       01 settings-request.
           03 settings-success  pic x(1).
           03 settings-message  pic x(200).
           03 settings-value-out pic x(200).

       01 cipher-request.
           03 cipher-action     pic x(12).
           03 cipher-width      pic 9(4).
           03 cipher-text       pic x(2000).

       01 cipher-response.
           03 cipher-success    pic x(1).
           03 cipher-message    pic x(200).
           03 cipher-result     pic x(2000).
           03 cipher-key-version pic x(1).
       01 next-user-id         pic 9(10).
       01 search-username      pic x(50).
       01 search-email         pic x(100).
       01 totp-code-computed    pic 9(6).
       01 new-totp-secret       pic x(32).

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
       01 auth-request.
           03 action           pic x(20).
       perform initialize-users.
       perform initialize-sessions.
       perform initialize-resets.
       perform initialize-email-changes.
       perform initialize-api-keys.
       perform initialize-audit-log.
       perform initialize-email-log.
               perform handle-signout-everywhere
           when "revoke-user-sessions"
               perform handle-revoke-user-sessions
           when "step-up-check"
               perform check-step-up
           when "step-up"
               perform handle-step-up
           when "request-email-change"
               perform handle-request-email-change
           when "confirm-email-change"
               perform handle-confirm-email-change
           when "cancel-email-change"
               perform handle-cancel-email-change
           when "issue-api-key"
               perform handle-issue-api-key
           when "validate-api-key"
       close user-master.
       close session-master.
       close reset-master.
       close email-change-master.
       close api-key-master.
       close audit-log.
       close email-notification-log.
               move function current-date(1:8) to mf-password-changed
               move spaces to mf-bio
               move 0 to mf-photo-media-id
               move spaces to mf-last-login
               perform seal-user-email
               write user-master-record

               move 2 to mf-user-id
               move function current-date(1:8) to mf-password-changed
               move spaces to mf-bio
               move 0 to mf-photo-media-id
               move spaces to mf-last-login
               perform seal-user-email
               write user-master-record
           end-if.
           move spaces to user-file-status.
               close session-master
               open i-o session-master
           end-if.
           *> A store written under an older session layout will not
           *> open at the new record length. Sessions are disposable -
           *> start the store again and everyone signs in afresh.
           if session-file-status = "39"
               open output session-master
               close session-master
               open i-o session-master
           end-if.
           move spaces to session-file-status.

       initialize-resets section.
           end-if.
           move spaces to reset-file-status.

       initialize-email-changes section.
           open i-o email-change-master.
           if email-change-status = "35"
               open output email-change-master
               close email-change-master
               open i-o email-change-master
           end-if.
           move spaces to email-change-status.

       initialize-api-keys section.
           *> Open the API key store, creating it on first-ever run,
           *> and make sure every internal caller's key is on file -
           move "read-only" to seed-key-scope.
           perform seed-one-api-key.

           move "nodebol-email-drafts-svc-db-service-key-2024"
               to seed-key-value.
           move "email-drafts-svc" to seed-key-owner.
           move "read-write" to seed-key-scope.
           perform seed-one-api-key.

       seed-one-api-key section.
           *> Keyed read first - an existing row (including one an
           *> admin deliberately revoked) is left exactly as it is.
               end-read
           end-perform.
           move spaces to user-file-status.
           if user-found = "Y"
               perform open-user-email
           end-if.

       find-user-by-email section.
           *> Same streamed scan, matched on the e-mail address -
           *> opened row by row, so accounts sealed under an older
           *> key (or not sealed yet) still match.
           move "N" to user-found.
           move spaces to user-file-status.
           move low-values to mf-user-id.
               read user-master next record
                   at end move "10" to user-file-status
                   not at end
                       perform open-user-email
                       if mf-email = search-email
                           move "Y" to user-found
                           move "10" to user-file-status
           move "Y" to success.
           move "Login successful" to resp-message.
           move 0 to mf-failed-logins.
           *> The dormant-account pass and the access recertification
           *> both read this stamp.
           move function current-date(1:14) to mf-last-login.
           perform persist-current-user.
           move mf-user-id to user-id of user-data.
           move mf-username to username of user-data.
               perform write-audit-entry

               move mf-email to email-to
               initialize template-request
               move "new-sign-in" to msg-type
               move 1 to msg-value-count
               move "address" to msg-value-name(1)
               move login-client-addr to msg-value-text(1)
               perform render-message-template
               perform send-email-notification
           end-if.
           close known-address-master.
           *> Write the mf-* record area back to the master file (used
           *> after login attempts update the failed-login counter or
           *> account status).
           perform seal-user-email.
           rewrite user-master-record
               invalid key
                   continue
           end-rewrite.
           perform open-user-email.

       open-user-email section.
           *> The address is sealed at rest (field-cipher); the mf-*
           *> area holds it open while this program works with it
           *> and seal-user-email puts it back before every write.
           move "decrypt" to cipher-action.
           move 100 to cipher-width.
           move mf-email to cipher-text.
           call "field-cipher" using cipher-request cipher-response.
           move cipher-result(1:100) to mf-email.

       seal-user-email section.
           move "encrypt" to cipher-action.
           move 100 to cipher-width.
           move mf-email to cipher-text.
           call "field-cipher" using cipher-request cipher-response.
           move cipher-result(1:100) to mf-email.

       open-change-emails section.
           move "decrypt" to cipher-action.
           move 100 to cipher-width.
           move ec-old-email to cipher-text.
           call "field-cipher" using cipher-request cipher-response.
           move cipher-result(1:100) to ec-old-email.
           move ec-new-email to cipher-text.
           call "field-cipher" using cipher-request cipher-response.
           move cipher-result(1:100) to ec-new-email.

       seal-change-emails section.
           move "encrypt" to cipher-action.
           move 100 to cipher-width.
           move ec-old-email to cipher-text.
           call "field-cipher" using cipher-request cipher-response.
           move cipher-result(1:100) to ec-old-email.
           move ec-new-email to cipher-text.
           call "field-cipher" using cipher-request cipher-response.
           move cipher-result(1:100) to ec-new-email.

       handle-sso-login section.
           *> Trust-mode sign-in: the reverse proxy already
           *> authenticated this person against the corporate

           move "Y" to success.
           move "Login successful" to resp-message.
           *> Stamped as handle-login does - an SSO-only account
           *> otherwise looks dormant to the nightly pass.
           move function current-date(1:14) to mf-last-login.
           perform persist-current-user.
           move mf-user-id to user-id of user-data.
           move mf-username to username of user-data.
           move mf-email to email of user-data.
           move username of auth-request to search-username.
           perform find-user-by-username.

           if user-found = "N"
               move user-password of auth-request
                   to strength-candidate
               move username of auth-request to strength-username
               move email of auth-request to strength-email
               perform check-password-strength
               if password-weak = "Y"
                   exit section
               end-if
           end-if.

           if user-found = "Y"
               move "Username already exists" to resp-message
           else
               move function current-date(1:8) to mf-password-changed
               move spaces to mf-bio
               move 0 to mf-photo-media-id
               move spaces to mf-last-login
               perform seal-user-email
               write user-master-record
                   invalid key
                       move "N" to success
                       move "Unable to persist new user"
                           to resp-message
               end-write
               perform open-user-email

               if success not = "N"
                   move "Y" to success
                   perform write-audit-entry

                   move mf-email to email-to
                   initialize template-request
                   move "account-welcome" to msg-type
                   move 1 to msg-value-count
                   move "username" to msg-value-name(1)
                   move mf-username to msg-value-text(1)
                   perform render-message-template
                   perform send-email-notification
               end-if
           end-if.
               end-if
           end-if.

           if session-valid = "Y"
               perform check-session-idle
           end-if.
           if session-valid = "Y"
               perform check-session-address
           end-if.
           if session-valid = "Y"
               move function current-date(1:14) to se-last-activity
               rewrite session-master-record
                   invalid key
                       continue
               end-rewrite
           end-if.

           if session-valid = "Y"
               move "Y" to success
               move "Session valid" to resp-message
               move "Invalid session" to resp-message
           end-if.

       check-session-idle section.
           *> Remember-me sessions keep their long life; any other
           *> session unused for session_idle_minutes (30 when unset,
           *> zero for no idle limit) is ended.
           if se-remember = "Y"
               exit section
           end-if.
           move 30 to session-idle-minutes.
           move "get" to settings-action.
           move "session_idle_minutes" to settings-key.
           call "settings" using settings-request settings-response.
           if settings-success = "Y"
               and function trim(settings-value-out) not = spaces
               and function trim(settings-value-out) is numeric
               move function numval(settings-value-out)
                   to session-idle-minutes
           end-if.
           if session-idle-minutes = 0
               or se-last-activity is not numeric
               exit section
           end-if.
           move function current-date to step-up-now.
           compute step-up-now-secs =
               function integer-of-date(
                   function numval(step-up-now(1:8))) * 86400
               + function numval(step-up-now(9:2)) * 3600
               + function numval(step-up-now(11:2)) * 60
               + function numval(step-up-now(13:2)).
           compute step-up-auth-secs =
               function integer-of-date(
                   function numval(se-last-activity(1:8))) * 86400
               + function numval(se-last-activity(9:2)) * 3600
               + function numval(se-last-activity(11:2)) * 60
               + function numval(se-last-activity(13:2)).
           if step-up-now-secs - step-up-auth-secs
               > session-idle-minutes * 60
               move "N" to session-valid
               delete session-master record
                   invalid key
                       continue
               end-delete
           end-if.

       check-session-address section.
           *> Staff sessions (a role that can publish or manage
           *> users - admin and editor out of the box) are bound to
           *> the address they signed in from, remember-me or not. A
           *> request from anywhere else signs the session out and
           *> leaves a login-audit entry. No address on either side
           *> (a command-line run) binds nothing.
           if se-client-addr = spaces
               exit section
           end-if.
           move spaces to session-client-addr.
           accept session-client-addr from environment "REMOTE_ADDR".
           if session-client-addr = spaces
               or session-client-addr = se-client-addr
               exit section
           end-if.

           move "N" to session-is-staff.
           move "get" to roles-action.
           move se-user-role to roles-role-name.
           call "roles" using roles-request roles-response.
           if roles-success = "Y"
               if rr-can-publish = "Y" or rr-can-manage-users = "Y"
                   move "Y" to session-is-staff
               end-if
           else
               if se-user-role = "admin" or se-user-role = "editor"
                   move "Y" to session-is-staff
               end-if
           end-if.
           if session-is-staff = "N"
               exit section
           end-if.

           move "N" to session-valid.
           move "session-address-mismatch" to audit-event.
           move function concatenate(
               function trim(se-username), " bound to ",
               function trim(se-client-addr), " seen from ",
               function trim(session-client-addr)
           ) to audit-subject.
           perform write-audit-entry.
           delete session-master record
               invalid key
                   continue
           end-delete.

       check-step-up section.
           *> Answers whether this session's last password proof is
           *> recent enough for a high-risk admin action, and whether
           *> the proof to ask for is the two-factor code.
           move "N" to success.
           move "N" to totp-required of auth-response.
           move session-id of auth-request to se-session-id.
           read session-master
               invalid key
                   move "Invalid session" to resp-message
                   exit section
           end-read.
           move se-user-id to mf-user-id.
           read user-master
               invalid key
                   continue
               not invalid key
                   if mf-totp-enabled = "Y"
                       move "Y" to totp-required of auth-response
                   end-if
           end-read.

           perform load-step-up-minutes.
           if se-authenticated is numeric
               perform work-out-step-up-age
               if step-up-now-secs - step-up-auth-secs
                   <= step-up-minutes * 60
                   move "Y" to success
                   move "Recently authenticated" to resp-message
                   exit section
               end-if
           end-if.
           move "Re-authentication required" to resp-message.

       handle-step-up section.
           *> Re-entry of the password, or of the two-factor code for
           *> an account that has it on, against an existing session.
           *> A wrong answer counts toward the lockout exactly as a
           *> failed sign-in does.
           move "N" to success.
           move session-id of auth-request to se-session-id.
           read session-master
               invalid key
                   move "Invalid session" to resp-message
                   exit section
           end-read.
           move se-user-id to mf-user-id.
           read user-master
               invalid key
                   move "Invalid session" to resp-message
                   exit section
           end-read.
           if mf-acct-status not = "active"
               move "Account is not active" to resp-message
               exit section
           end-if.

           move "N" to step-up-proof-ok.
           if mf-totp-enabled = "Y"
               perform generate-totp-code
               if function trim(totp-code of auth-request) is numeric
                   and totp-code-computed = function numval(
                       function trim(totp-code of auth-request))
                   move "Y" to step-up-proof-ok
               end-if
           else
               move user-password of auth-request to digest-source
               perform hash-password
               if user-password of auth-request not = spaces
                   and mf-password-hash = temp-hash
                   move "Y" to step-up-proof-ok
               end-if
           end-if.

           move mf-username to audit-subject.
           if step-up-proof-ok = "N"
               add 1 to mf-failed-logins
               if mf-failed-logins >= 5
                   move "locked" to mf-acct-status
               end-if
               perform persist-current-user
               if mf-totp-enabled = "Y"
                   move "Invalid two-factor code" to resp-message
               else
                   move "Invalid password" to resp-message
               end-if
               move "step-up-failed" to audit-event
               perform write-audit-entry
               exit section
           end-if.

           move 0 to mf-failed-logins.
           perform persist-current-user.
           move function current-date(1:14) to se-authenticated.
           rewrite session-master-record
               invalid key
                   continue
           end-rewrite.
           move "Y" to success.
           move "Re-authenticated" to resp-message.
           move "step-up-success" to audit-event.
           perform write-audit-entry.

       load-step-up-minutes section.
           *> step_up_minutes site setting, five minutes when unset.
           move 5 to step-up-minutes.
           move "get" to settings-action.
           move "step_up_minutes" to settings-key.
           call "settings" using settings-request settings-response.
           if settings-success = "Y"
               and function trim(settings-value-out) not = spaces
               and function trim(settings-value-out) is numeric
               move function numval(settings-value-out)
                   to step-up-minutes
           end-if.

       work-out-step-up-age section.
           move function current-date to step-up-now.
           compute step-up-now-secs =
               function integer-of-date(
                   function numval(step-up-now(1:8))) * 86400
               + function numval(step-up-now(9:2)) * 3600
               + function numval(step-up-now(11:2)) * 60
               + function numval(step-up-now(13:2)).
           compute step-up-auth-secs =
               function integer-of-date(
                   function numval(se-authenticated(1:8))) * 86400
               + function numval(se-authenticated(9:2)) * 3600
               + function numval(se-authenticated(11:2)) * 60
               + function numval(se-authenticated(13:2)).

       build-now-compare section.
           move function current-date to now-timestamp.
           move function concatenate(
           move mf-user-id to se-user-id.
           move mf-username to se-username.
           move mf-role to se-user-role.
           move function current-date(1:14) to se-authenticated.
           move function current-date(1:14) to se-last-activity.
           move spaces to se-client-addr.
           accept se-client-addr from environment "REMOTE_ADDR".
           if remember of auth-request = "Y"
               move "Y" to se-remember
               move "2099-12-31 23:59:59" to se-expires
                   rewrite session-master-record
           end-write.
           move new-session-id to session-id of auth-response.
       render-message-template section.
           *> msg-type and msg-values are set by the caller; the
           *> stored wording for it comes back filled in.
           move "render" to msg-action.
           call "message-templates" using template-request
               template-response.
           move msg-subject to email-subject.
           move msg-body to email-body.

       send-email-notification section.
           move function current-date to email-timestamp.
           move function concatenate(
               function trim(email-to), " | subject:",
               function trim(email-subject), " | ",
               function trim(email-body)
           ) to email-notification-line.
           *> The address and body are sealed on the queue; only
           *> email-dispatch opens them again.
           move "seal-line" to cipher-action.
           move 300 to cipher-width.
           move email-notification-line to cipher-text.
           call "field-cipher" using cipher-request cipher-response.
           move cipher-result to email-notification-line.
           write email-notification-line.

       write-audit-entry section.
               move new-reset-token to reset-token of auth-response

               move mf-email to email-to
               initialize template-request
               move "password-reset" to msg-type
               move 1 to msg-value-count
               move "token" to msg-value-name(1)
               move new-reset-token to msg-value-text(1)
               perform render-message-template
               perform send-email-notification
           end-if.
       handle-reset-password section.
           if user-found = "N"
               move "Reset token does not match any account"
                   to resp-message
               exit section
           end-if.
           perform open-user-email.

           *> Refused before the token is spent, so the holder can
           *> simply try again with a better choice.
           move user-password of auth-request to strength-candidate.
           move mf-username to strength-username.
           move mf-email to strength-email.
           perform check-password-strength.
           if password-weak = "Y"
               exit section
           end-if.

           if user-found = "Y"
               move user-password of auth-request to digest-source
               perform hash-password
               move temp-hash to mf-password-hash
               perform write-audit-entry

               move mf-email to email-to
               initialize template-request
               move "password-changed" to msg-type
               perform render-message-template
               perform send-email-notification
           end-if.
       handle-request-email-change section.
           *> username of auth-request names the account, email the
           *> address wanted, session-id the caller. An account
           *> holder may ask for their own change; anyone else needs
           *> the manage-users right. Nothing on the account changes
           *> here - a token goes to the new address, a notice to
           *> the old one, and an earlier pending change for the
           *> same account is superseded.
           move "N" to success.
           move session-id of auth-request to se-session-id.
           read session-master
               invalid key
                   move "Sign in again to change an email address"
                       to resp-message
                   exit section
           end-read.
           move se-username to email-change-caller.
           move username of auth-request to email-change-target.
           if email-change-target = spaces
               move email-change-caller to email-change-target
           end-if.
           if email-change-target not = email-change-caller
               perform check-caller-may-manage-users
               if caller-may-manage-users = "N"
                   move "Your role does not have permission to do that"
                       to resp-message
                   exit section
               end-if
           end-if.

           move function trim(email of auth-request)
               to email-change-new.
           move 0 to email-change-count.
           inspect email-change-new tallying email-change-count
               for all "@".
           if email-change-new = spaces or email-change-count not = 1
               or email-change-new(1:1) = "@"
               move "Enter a valid new email address" to resp-message
               exit section
           end-if.

           move email-change-new to search-email.
           perform find-user-by-email.
           if user-found = "Y"
               if mf-username = email-change-target
                   move "That is already the address on the account"
                       to resp-message
               else
                   move "That address belongs to another account"
                       to resp-message
               end-if
               exit section
           end-if.

           move email-change-target to search-username.
           perform find-user-by-username.
           if user-found = "N"
               move "User not found" to resp-message
               exit section
           end-if.

           perform supersede-pending-email-changes.

           perform generate-email-change-token.
           move new-change-token to ec-token.
           move mf-user-id to ec-user-id.
           move mf-username to ec-username.
           move mf-email to ec-old-email.
           move email-change-new to ec-new-email.
           move email-change-caller to ec-requested-by.
           perform build-now-compare.
           move now-compare to ec-requested.
           perform compute-email-change-expiry.
           move "pending" to ec-state.
           move spaces to ec-completed.
           perform seal-change-emails.
           write email-change-record
               invalid key
                   move "Unable to record the email change"
                       to resp-message
                   exit section
           end-write.
           perform open-change-emails.

           move ec-new-email to email-to.
           initialize template-request.
           move "email-change-confirm" to msg-type.
           move 3 to msg-value-count.
           move "expires" to msg-value-name(1).
           move ec-expires(1:16) to msg-value-text(1).
           move "username" to msg-value-name(2).
           move ec-username to msg-value-text(2).
           move "token" to msg-value-name(3).
           move new-change-token to msg-value-text(3).
           perform render-message-template.
           perform send-email-notification.

           if ec-old-email not = spaces
               move ec-old-email to email-to
               initialize template-request
               move "email-change-requested" to msg-type
               move 2 to msg-value-count
               move "new_email" to msg-value-name(1)
               move ec-new-email to msg-value-text(1)
               move "requested_by" to msg-value-name(2)
               move ec-requested-by to msg-value-text(2)
               perform render-message-template
               perform send-email-notification
           end-if.

           move "email-change-requested" to audit-event.
           move function concatenate(
               function trim(ec-username), " to ",
               function trim(ec-new-email), " by ",
               function trim(ec-requested-by)
           ) to audit-subject.
           perform write-audit-entry.

           move "Y" to success.
           move function concatenate(
               "Confirmation sent to ", function trim(ec-new-email),
               " - the address changes once the token is used"
           ) to resp-message.

       supersede-pending-email-changes section.
           move low-values to ec-token.
           start email-change-master key is greater than ec-token
               invalid key move "10" to email-change-status
           end-start.
           perform until email-change-status = "10"
               read email-change-master next record
                   at end move "10" to email-change-status
                   not at end
                       if ec-user-id = mf-user-id
                           and ec-state = "pending"
                           move "superseded" to ec-state
                           perform build-now-compare
                           move now-compare to ec-completed
                           rewrite email-change-record
                               invalid key
                                   continue
                           end-rewrite
                       end-if
               end-read
           end-perform.
           move spaces to email-change-status.

       handle-confirm-email-change section.
           *> reset-token of auth-request carries the token. Holding
           *> it proves the new address is the requester's, so no
           *> sign-in is needed - the same footing a password reset
           *> token stands on.
           move "N" to success.
           move reset-token of auth-request to ec-token.
           if ec-token = spaces
               move "Confirmation token not found" to resp-message
               exit section
           end-if.
           read email-change-master
               invalid key
                   move "Confirmation token not found" to resp-message
                   exit section
           end-read.
           perform open-change-emails.
           if ec-state not = "pending"
               move "That email change is no longer pending"
                   to resp-message
               exit section
           end-if.

           perform build-now-compare.
           if now-compare > ec-expires
               move "expired" to ec-state
               move now-compare to ec-completed
               perform seal-change-emails
               rewrite email-change-record
                   invalid key
                       continue
               end-rewrite
               perform open-change-emails
               move function concatenate(
                   "The confirmation token has expired - ask for ",
                   "the change again"
               ) to resp-message
               move "email-change-expired" to audit-event
               move function concatenate(
                   function trim(ec-username), " to ",
                   function trim(ec-new-email)
               ) to audit-subject
               perform write-audit-entry
               exit section
           end-if.

           move ec-new-email to search-email.
           perform find-user-by-email.
           if user-found = "Y" and mf-user-id not = ec-user-id
               move "That address now belongs to another account"
                   to resp-message
               exit section
           end-if.

           move ec-user-id to mf-user-id.
           read user-master
               invalid key
                   move "The account no longer exists" to resp-message
                   exit section
           end-read.
           move ec-new-email to mf-email.
           perform persist-current-user.

           move "confirmed" to ec-state.
           move now-compare to ec-completed.
           perform seal-change-emails.
           rewrite email-change-record
               invalid key
                   continue
           end-rewrite.
           perform open-change-emails.

           move "email-change-confirmed" to audit-event.
           move function concatenate(
               function trim(ec-username), " from ",
               function trim(ec-old-email), " to ",
               function trim(ec-new-email)
           ) to audit-subject.
           perform write-audit-entry.

           if ec-old-email not = spaces
               move ec-old-email to email-to
               initialize template-request
               move "email-changed" to msg-type
               move 1 to msg-value-count
               move "new_email" to msg-value-name(1)
               move ec-new-email to msg-value-text(1)
               perform render-message-template
               perform send-email-notification
           end-if.

           move "Y" to success.
           move function concatenate(
               "Email address for ", function trim(ec-username),
               " is now ", function trim(ec-new-email)
           ) to resp-message.

       handle-cancel-email-change section.
           *> Withdraws every pending change for username of
           *> auth-request - the account holder's own, or any with
           *> the manage-users right.
           move "N" to success.
           move session-id of auth-request to se-session-id.
           read session-master
               invalid key
                   move "Sign in again to withdraw an email change"
                       to resp-message
                   exit section
           end-read.
           move se-username to email-change-caller.
           move username of auth-request to email-change-target.
           if email-change-target = spaces
               move email-change-caller to email-change-target
           end-if.
           if email-change-target not = email-change-caller
               perform check-caller-may-manage-users
               if caller-may-manage-users = "N"
                   move "Your role does not have permission to do that"
                       to resp-message
                   exit section
               end-if
           end-if.

           move 0 to email-change-count.
           move low-values to ec-token.
           start email-change-master key is greater than ec-token
               invalid key move "10" to email-change-status
           end-start.
           perform until email-change-status = "10"
               read email-change-master next record
                   at end move "10" to email-change-status
                   not at end
                       if ec-username = email-change-target
                           and ec-state = "pending"
                           move "cancelled" to ec-state
                           perform build-now-compare
                           move now-compare to ec-completed
                           rewrite email-change-record
                               invalid key
                                   continue
                           end-rewrite
                           add 1 to email-change-count
                           perform open-change-emails
                           move "email-change-cancelled"
                               to audit-event
                           move function concatenate(
                               function trim(ec-username), " to ",
                               function trim(ec-new-email), " by ",
                               function trim(email-change-caller)
                           ) to audit-subject
                           perform write-audit-entry
                       end-if
               end-read
           end-perform.
           move spaces to email-change-status.

           if email-change-count = 0
               move "No pending email change for that account"
                   to resp-message
           else
               move "Y" to success
               move function concatenate(
                   "Pending email change withdrawn for ",
                   function trim(email-change-target)
               ) to resp-message
           end-if.

       generate-email-change-token section.
           *> Seeded with the clock to the hundredth and the new
           *> address, so two requests never share a token.
           add 1 to session-seq.
           move session-seq to session-seq-disp.
           move function concatenate(
               function current-date(1:16), session-seq-disp,
               function trim(email-change-new)
           ) to digest-source.
           perform hash-password.
           move temp-hash(1:32) to new-change-token.

       compute-email-change-expiry section.
           *> Whole days only, so the clock part of now carries over.
           move function integer-of-date(
               function numval(now-timestamp(1:8)))
               to change-expiry-int.
           compute change-expiry-int =
               change-expiry-int + (email-change-hours / 24).
           move function date-of-integer(change-expiry-int)
               to change-expiry-disp.
           move function concatenate(
               change-expiry-disp(1:4), "-", change-expiry-disp(5:2),
               "-", change-expiry-disp(7:2), now-compare(11:10)
           ) to ec-expires.

       handle-signout-everywhere section.
           *> Deletes every session belonging to the caller's own
           *> account except the one making the request - the "I lost
           ) to digest-source
           perform hash-password
           move temp-hash(1:32) to new-session-id.
       check-password-strength section.
           *> Every path that sets a password comes through here
           *> before hashing it. The candidate, compared without
           *> regard to case, must not be on the weak-password list
           *> and must not contain the account's username or the
           *> local part of its email address (parts under three
           *> characters are too short to mean anything and are not
           *> checked). A refusal leaves password-weak "Y", says why
           *> in resp-message, and goes into the login audit trail.
           move "N" to password-weak.
           move spaces to strength-reason.
           move function lower-case(strength-candidate)
               to strength-lower.

           open input weak-password-list.
           if weak-list-status = "00"
               perform until weak-list-status not = "00"
                   or password-weak = "Y"
                   read weak-password-list
                       at end move "10" to weak-list-status
                       not at end
                           if weak-list-line not = spaces
                               and weak-list-line(1:1) not = "#"
                               and function lower-case(
                                   function trim(weak-list-line))
                                   = strength-lower
                               move "Y" to password-weak
                               move "on weak-password list"
                                   to strength-reason
                               move function concatenate(
                                   "That password is on the list of ",
                                   "common or breached passwords - ",
                                   "choose another"
                               ) to resp-message
                           end-if
                   end-read
               end-perform
               close weak-password-list
           end-if.
           move spaces to weak-list-status.

           if password-weak = "N"
               move function lower-case(
                   function trim(strength-username)) to strength-part
               perform tally-strength-part
               if strength-tally > 0
                   move "Y" to password-weak
                   move "contains username" to strength-reason
                   move function concatenate(
                       "A password must not contain your username ",
                       "- choose another"
                   ) to resp-message
               end-if
           end-if.

           if password-weak = "N"
               move spaces to strength-part
               move function lower-case(strength-email)
                   to strength-email
               unstring strength-email
                   delimited by "@" into strength-part
               end-unstring
               perform tally-strength-part
               if strength-tally > 0
                   move "Y" to password-weak
                   move "contains email name" to strength-reason
                   move function concatenate(
                       "A password must not contain the name part ",
                       "of your email address - choose another"
                   ) to resp-message
               end-if
           end-if.

           if password-weak = "Y"
               move "N" to success
               move "password-rejected" to audit-event
               move function concatenate(
                   function trim(strength-username), " ",
                   function trim(strength-reason)
               ) to audit-subject
               perform write-audit-entry
           end-if.

       tally-strength-part section.
           move 0 to strength-tally.
           if strength-part = spaces
               exit section
           end-if.
           move function length(function trim(strength-part))
               to strength-part-len.
           if strength-part-len < 3 or strength-part-len > 50
               exit section
           end-if.
           inspect strength-lower tallying strength-tally
               for all strength-part(1:strength-part-len).

       hash-password section.
           *> One-way multi-round digest of digest-source, left in
           *> temp-hash. Four independently-seeded 16-hex-digit rounds
