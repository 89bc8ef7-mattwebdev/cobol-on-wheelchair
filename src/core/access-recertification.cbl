       identification division.
       program-id. access-recertification.

       environment division.
       input-output section.
       file-control.
      *> Same single-writer gate every other mutator of the shared
      *> stores takes - suspensions rewrite account rows.
           select write-lock-file
               assign to "data/db-write.lock"
               organization is sequential
               file status is write-lock-status.

      *> Same write-ahead journal database-interface.cbl keeps -
      *> every suspension goes in as a BEGIN/COMMIT pair with the
      *> account row before and after.
           select db-journal
               assign to "data/db-journal.dat"
               organization is sequential
               file status is db-journal-status.

           select user-master
               assign to "data/users.dat"
               organization is indexed
               access mode is dynamic
               record key is mf-user-id
               file status is user-file-status.

      *> One row per recertification cycle (a calendar quarter),
      *> and one row per account under review in it - the admin
      *> screen's Access recertification page confirms or revokes
      *> against the second store.
           select recert-cycles
               assign to "data/access-recert-cycles.dat"
               organization is indexed
               access mode is dynamic
               record key is rc-cycle
               file status is cycle-status.

           select recert-master
               assign to "data/access-recert.dat"
               organization is indexed
               access mode is dynamic
               record key is ar-key
               file status is recert-status.

           select email-notification-log
               assign to "data/email-notifications.log"
               organization is line sequential
               file status is email-file-status.

           select report-file
               assign to "data/access-recert-report.txt"
               organization is line sequential
               file status is report-file-status.

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

       fd  recert-cycles.
       01  recert-cycle-record.
           03 rc-cycle          pic x(6).
           03 rc-opened         pic x(8).
           03 rc-closes         pic x(8).
           03 rc-state          pic x(10).
           03 rc-accounts       pic 9(5).
           03 rc-closed-on      pic x(8).

       fd  recert-master.
       01  recert-record.
           03 ar-key.
               05 ar-cycle      pic x(6).
               05 ar-user-id    pic 9(10).
           03 ar-username       pic x(50).
           03 ar-role           pic x(20).
           03 ar-last-login     pic x(14).
           03 ar-state          pic x(10).
           03 ar-decided-by     pic x(50).
           03 ar-decided-at     pic x(14).

       fd  email-notification-log.
       01  email-notification-line pic x(300).

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
       01 cycle-status         pic xx.
       01 recert-status        pic xx.
       01 email-file-status    pic xx.
       01 report-file-status   pic xx.
       01 admin-audit-status   pic xx.

       01 journal-collection   pic x(10).
       01 journal-record-key   pic x(64).
       01 journal-before-stage pic x(3200).
       01 journal-after-stage  pic x(3200).

       01 window-days          pic 9(4) usage comp-5 value 30.
       01 current-cycle        pic x(6).
       01 quarter-number       pic 9.
       01 month-number         pic 99.
       01 closes-int           pic 9(8) usage comp-5.
       01 closes-disp          pic 9(8).
       01 closes-iso           pic x(10).
       01 requested-cycle      pic x(6).
       01 report-cycle         pic x(6).
       01 cycle-found          pic x(1).
       01 cycle-row-count      pic 9(5) usage comp-5.
       01 cycle-list.
           03 due-count         pic 99 usage comp-5 value 0.
           03 due-cycles occurs 20 times pic x(6).
       01 due-index            pic 99 usage comp-5.
       01 now-stamp            pic x(21).
       01 last-login-display   pic x(19).
       01 decided-display      pic x(19).
       01 email-timestamp      pic x(21).
       01 account-is-manager   pic x(1).
       01 active-managers      pic 9(4) usage comp-5 value 0.
       01 count-display        pic z(4)9.

      *> settings.cbl's LINKAGE shape with local names - the
      *> confirmation window lives with the other site settings.
       01 settings-request.
           03 settings-action   pic x(10).
           03 settings-key      pic x(40).
           03 settings-value    pic x(200).

       01 settings-response.
           03 settings-success  pic x(1).
           03 settings-message  pic x(200).
           03 settings-value-out pic x(200).

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

      *> roles.cbl's LINKAGE shape with local names.
       01 roles-request.
           03 roles-action      pic x(10).
           03 roles-role-name   pic x(20).
           03 roles-flags-in.
               05 rq-can-publish      pic x(1).
               05 rq-can-delete-media pic x(1).
               05 rq-can-manage-users pic x(1).
               05 rq-can-draft        pic x(1).
               05 rq-can-read-logs    pic x(1).

       01 roles-response.
           03 roles-success     pic x(1).
           03 roles-message     pic x(200).
           03 roles-flags-out.
               05 rr-can-publish      pic x(1).
               05 rr-can-delete-media pic x(1).
               05 rr-can-manage-users pic x(1).
               05 rr-can-draft        pic x(1).
               05 rr-can-read-logs    pic x(1).

      *> notifications.cbl's LINKAGE shape with local names.
       01 notify-request.
           03 notify-action     pic x(15).
           03 notify-user       pic x(50).
           03 notify-text       pic x(200).

       01 notify-response.
           03 notify-success    pic x(1).
           03 notify-message    pic x(200).
           03 notify-unread     pic 9(6).

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
           03 cycles-opened     pic 9(4) value 0.
           03 cycles-closed     pic 9(4) value 0.
           03 accounts-listed   pic 9(6) value 0.
           03 admins-notified   pic 9(4) value 0.
           03 accounts-suspended pic 9(4) value 0.
           03 accounts-kept     pic 9(4) value 0.
           03 rows-confirmed    pic 9(6) value 0.
           03 rows-revoked      pic 9(6) value 0.
           03 rows-pending      pic 9(6) value 0.
           03 rows-suspended    pic 9(6) value 0.
           03 rows-inactive     pic 9(6) value 0.
           03 rows-kept         pic 9(6) value 0.

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

      *> Quarterly access recertification. The first nightly run in
      *> each calendar quarter opens a cycle: every account that can
      *> still sign in (anything not disabled or suspended) is
      *> listed with its role and last sign-in, and every active
      *> account holding the manage-users right is mailed and sent an
      *> in-app notice to confirm the list on the admin screen's
      *> Access recertification page within the
      *> recertification_window_days site setting (30 days unset).
      *> An admin cannot confirm their own access. The first run
      *> after the window closes suspends every account still
      *> unconfirmed (status "suspended", which sign-in refuses and
      *> the Users screen can reinstate) and closes the cycle - all
      *> but the last active account holding the manage-users right,
      *> which is kept so somebody can still reinstate the others;
      *> its row is recorded as "kept" for the auditors. The
      *> opening list and the closing decisions are written to
      *> data/access-recert-report.txt - the auditors' evidence;
      *> RECERT_CYCLE=<yyyyQn> rewrites that report for any earlier
      *> cycle without touching anything else.
       procedure division.

       perform get-business-date.

       move spaces to requested-cycle.
       accept requested-cycle from environment "RECERT_CYCLE".
       if requested-cycle not = spaces
           move function upper-case(requested-cycle)
               to requested-cycle
           move requested-cycle to report-cycle
           perform open-recert-stores
           perform write-cycle-report
           close recert-cycles
           close recert-master
           if cycle-found = "N"
               display function concatenate(
                   "access-recertification: no cycle ",
                   function trim(requested-cycle), " on file"
               )
               move 8 to return-code
           end-if
           goback
       end-if.

       perform load-window-days.
       perform work-out-current-cycle.

       perform acquire-write-lock.
       if write-lock-held = "N"
           display function concatenate(
               "access-recertification: could not obtain the store ",
               "write lock - run abandoned"
           )
           move 8 to return-code
           goback
       end-if.

       perform open-recert-stores.
       if cycle-status not = "00" or recert-status not = "00"
           perform release-write-lock
           display function concatenate(
               "access-recertification: the recertification stores ",
               "would not open - run abandoned"
           )
           move 8 to return-code
           goback
       end-if.

       perform close-due-cycles.

       move current-cycle to rc-cycle.
       read recert-cycles
           invalid key
               perform open-new-cycle
       end-read.

       close recert-cycles.
       close recert-master.
       perform release-write-lock.
       perform display-summary.

       goback.

       get-business-date section.
           *> Windows open and close on the business date, the same
           *> "today" every other scheduled job reports against.
           move "get" to bd-action.
           move spaces to bd-date-in.
           move spaces to bd-set-by.
           call "business-date" using business-date-request
               business-date-response.
           display function concatenate(
               "access-recertification: business date ", bd-date-iso
           ).

       load-window-days section.
           move "get" to settings-action.
           move "recertification_window_days" to settings-key.
           call "settings" using settings-request settings-response.
           if settings-success = "Y"
               and function trim(settings-value-out) not = spaces
               and function trim(settings-value-out) is numeric
               and function numval(settings-value-out) > 0
               move function numval(settings-value-out)
                   to window-days
           end-if.

       work-out-current-cycle section.
           move bd-date(5:2) to month-number.
           compute quarter-number = (month-number - 1) / 3 + 1.
           move function concatenate(
               bd-date(1:4), "Q", quarter-number
           ) to current-cycle.

       open-recert-stores section.
           open i-o recert-cycles.
           if cycle-status = "35"
               open output recert-cycles
               close recert-cycles
               open i-o recert-cycles
           end-if.
           open i-o recert-master.
           if recert-status = "35"
               open output recert-master
               close recert-master
               open i-o recert-master
           end-if.

       close-due-cycles section.
           *> Collected first, closed second - closing rewrites the
           *> cycle row the scan would otherwise be standing on.
           move 0 to due-count.
           move low-values to rc-cycle.
           start recert-cycles key is greater than rc-cycle
               invalid key move "10" to cycle-status
           end-start.
           perform until cycle-status not = "00"
               read recert-cycles next record
                   at end move "10" to cycle-status
                   not at end
                       if rc-state = "open"
                           and bd-date > rc-closes
                           and due-count < 20
                           add 1 to due-count
                           move rc-cycle to due-cycles(due-count)
                       end-if
               end-read
           end-perform.
           move "00" to cycle-status.
           perform varying due-index from 1 by 1
               until due-index > due-count
               perform close-one-cycle
           end-perform.

       close-one-cycle section.
           perform count-active-managers.
           open i-o user-master.
           move due-cycles(due-index) to ar-cycle.
           move 0 to ar-user-id.
           start recert-master key is not less than ar-key
               invalid key move "10" to recert-status
           end-start.
           perform until recert-status not = "00"
               read recert-master next record
                   at end move "10" to recert-status
                   not at end
                       if ar-cycle not = due-cycles(due-index)
                           move "10" to recert-status
                       else
                           if ar-state = "pending"
                               perform lapse-one-row
                           end-if
                       end-if
               end-read
           end-perform.
           move "00" to recert-status.
           close user-master.
           move spaces to user-file-status.

           move due-cycles(due-index) to rc-cycle.
           read recert-cycles
               invalid key continue
           end-read.
           move "closed" to rc-state.
           move bd-date to rc-closed-on.
           rewrite recert-cycle-record
               invalid key continue
           end-rewrite.
           add 1 to cycles-closed.

           move "recert-closed" to audit-action.
           move due-cycles(due-index) to audit-subject.
           perform write-admin-audit-entry.
           move due-cycles(due-index) to report-cycle.
           perform write-cycle-report.
           display function concatenate(
               "access-recertification: cycle ",
               function trim(due-cycles(due-index)),
               " closed - unconfirmed accounts suspended"
           ).

       lapse-one-row section.
           *> An account already switched off some other way since the
           *> list went out needs no suspension - the row records that
           *> it was inactive when the window closed.
           move function current-date to now-stamp.
           move "(window closed)" to ar-decided-by.
           move now-stamp(1:14) to ar-decided-at.
           move ar-user-id to mf-user-id.
           read user-master
               invalid key
                   move "inactive" to ar-state
               not invalid key
                   if mf-acct-status = "active"
                       or mf-acct-status = "locked"
                       perform suspend-or-keep-account
                   else
                       move "inactive" to ar-state
                   end-if
           end-read.
           rewrite recert-record
               invalid key continue
           end-rewrite.

       suspend-or-keep-account section.
           *> A manager can never confirm their own access, so on a
           *> site with one administrator that row always lapses -
           *> suspending it would lock everybody out.
           move "N" to account-is-manager.
           if mf-acct-status = "active"
               perform check-account-is-manager
           end-if.
           if account-is-manager = "Y" and active-managers <= 1
               add 1 to accounts-kept
               move "kept" to ar-state
               move "recert-kept-last-manager" to audit-action
               move mf-username to audit-subject
               perform write-admin-audit-entry
               display function concatenate(
                   "KEPT: account ", function trim(mf-username),
                   " is unconfirmed but is the last active account ",
                   "able to manage users"
               )
               exit section
           end-if.
           perform suspend-account.
           move "suspended" to ar-state.
           if account-is-manager = "Y"
               subtract 1 from active-managers
           end-if.

       suspend-account section.
           move "users" to journal-collection.
           move mf-user-id to journal-record-key.
           move spaces to journal-before-stage.
           move user-master-record to journal-before-stage.
           move "suspended" to mf-acct-status.
           move spaces to journal-after-stage.
           move user-master-record to journal-after-stage.
           perform append-journal-begin.
           rewrite user-master-record
               invalid key continue
           end-rewrite.
           perform append-journal-commit.
           add 1 to accounts-suspended.

           move "suspend-unconfirmed" to audit-action.
           move mf-username to audit-subject.
           perform write-admin-audit-entry.
           display function concatenate(
               "SUSPENDED: account ", function trim(mf-username),
               " - access not confirmed in cycle ",
               function trim(ar-cycle)
           ).

       open-new-cycle section.
           compute closes-int =
               function integer-of-date(function numval(bd-date))
               + window-days.
           compute closes-disp = function date-of-integer(closes-int).
           move function concatenate(
               closes-disp(1:4), "-", closes-disp(5:2), "-",
               closes-disp(7:2)
           ) to closes-iso.

           move 0 to cycle-row-count.
           open input user-master.
           if user-file-status = "00"
               move low-values to mf-user-id
               start user-master key is greater than mf-user-id
                   invalid key move "10" to user-file-status
               end-start
               perform until user-file-status not = "00"
                   read user-master next record
                       at end move "10" to user-file-status
                       not at end
                           if mf-acct-status not = "disabled"
                               and mf-acct-status not = "suspended"
                               perform list-one-account
                           end-if
                   end-read
               end-perform
               close user-master
           end-if.
           move spaces to user-file-status.

           move current-cycle to rc-cycle.
           move bd-date to rc-opened.
           move closes-disp to rc-closes.
           move "open" to rc-state.
           move cycle-row-count to rc-accounts.
           move spaces to rc-closed-on.
           write recert-cycle-record
               invalid key continue
           end-write.
           add 1 to cycles-opened.

           perform notify-managers.

           move "recert-opened" to audit-action.
           move current-cycle to audit-subject.
           perform write-admin-audit-entry.
           move current-cycle to report-cycle.
           perform write-cycle-report.
           move cycle-row-count to count-display.
           display function concatenate(
               "access-recertification: cycle ",
               function trim(current-cycle), " opened - ",
               function trim(count-display),
               " account(s) to confirm by ", closes-iso
           ).

       list-one-account section.
           move current-cycle to ar-cycle.
           move mf-user-id to ar-user-id.
           move mf-username to ar-username.
           move mf-role to ar-role.
           move mf-last-login to ar-last-login.
           move "pending" to ar-state.
           move spaces to ar-decided-by.
           move spaces to ar-decided-at.
           write recert-record
               invalid key continue
               not invalid key
                   add 1 to cycle-row-count
                   add 1 to accounts-listed
           end-write.

       notify-managers section.
           open input user-master.
           if user-file-status not = "00"
               exit section
           end-if.
           move low-values to mf-user-id.
           start user-master key is greater than mf-user-id
               invalid key move "10" to user-file-status
           end-start.
           perform until user-file-status not = "00"
               read user-master next record
                   at end move "10" to user-file-status
                   not at end
                       if mf-acct-status = "active"
                           perform check-account-is-manager
                           if account-is-manager = "Y"
                               perform notify-one-manager
                           end-if
                       end-if
               end-read
           end-perform.
           close user-master.
           move spaces to user-file-status.

       count-active-managers section.
           move 0 to active-managers.
           open input user-master.
           if user-file-status not = "00"
               exit section
           end-if.
           move low-values to mf-user-id.
           start user-master key is greater than mf-user-id
               invalid key move "10" to user-file-status
           end-start.
           perform until user-file-status not = "00"
               read user-master next record
                   at end move "10" to user-file-status
                   not at end
                       if mf-acct-status = "active"
                           perform check-account-is-manager
                           if account-is-manager = "Y"
                               add 1 to active-managers
                           end-if
                       end-if
               end-read
           end-perform.
           close user-master.
           move spaces to user-file-status.

       check-account-is-manager section.
           *> Same fallback notifications.cbl uses when the roles
           *> store cannot answer - the built-in admin role.
           move "N" to account-is-manager.
           move "get" to roles-action.
           move mf-role to roles-role-name.
           call "roles" using roles-request roles-response.
           if (roles-success = "Y" and rr-can-manage-users = "Y")
               or (roles-success not = "Y" and mf-role = "admin")
               move "Y" to account-is-manager
           end-if.

       notify-one-manager section.
           add 1 to admins-notified.
           move cycle-row-count to count-display.
           move "post" to notify-action.
           move mf-username to notify-user.
           move function concatenate(
               "Access recertification ", function trim(current-cycle),
               ": confirm ", function trim(count-display),
               " account(s) by ", closes-iso,
               " - Users > Access recertification"
           ) to notify-text.
           call "notifications" using notify-request notify-response.

           if function trim(mf-email) = spaces
               exit section
           end-if.
           initialize template-request.
           move "render" to msg-action.
           move "access-recertification" to msg-type.
           move 3 to msg-value-count.
           move "cycle" to msg-value-name(1).
           move current-cycle to msg-value-text(1).
           move "count" to msg-value-name(2).
           move function trim(count-display) to msg-value-text(2).
           move "closes" to msg-value-name(3).
           move closes-iso to msg-value-text(3).
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

       write-cycle-report section.
           move "N" to cycle-found.
           move report-cycle to rc-cycle.
           read recert-cycles
               invalid key
                   exit section
           end-read.
           move "Y" to cycle-found.

           move 0 to rows-confirmed.
           move 0 to rows-revoked.
           move 0 to rows-pending.
           move 0 to rows-suspended.
           move 0 to rows-inactive.
           move 0 to rows-kept.

           open output report-file.
           move function concatenate(
               "ACCESS RECERTIFICATION ", function trim(rc-cycle)
           ) to report-line.
           write report-line.
           move function concatenate(
               "Opened: ", rc-opened, "   Window closes: ",
               rc-closes, "   State: ", function trim(rc-state),
               "   Closed on: ", rc-closed-on
           ) to report-line.
           write report-line.
           move function concatenate(
               "Report written: ", bd-date-iso
           ) to report-line.
           write report-line.
           move function concatenate(
               "username | role | last sign-in | decision | ",
               "decided by | decided at"
           ) to report-line.
           write report-line.

           move report-cycle to ar-cycle.
           move 0 to ar-user-id.
           move "00" to recert-status.
           start recert-master key is not less than ar-key
               invalid key move "10" to recert-status
           end-start.
           perform until recert-status not = "00"
               read recert-master next record
                   at end move "10" to recert-status
                   not at end
                       if ar-cycle not = report-cycle
                           move "10" to recert-status
                       else
                           perform write-report-row
                       end-if
               end-read
           end-perform.
           move "00" to recert-status.

           move spaces to report-line.
           write report-line.
           move function concatenate(
               function trim(rc-accounts), " account(s) listed: ",
               function trim(rows-confirmed), " confirmed, ",
               function trim(rows-revoked), " revoked, ",
               function trim(rows-suspended), " suspended, ",
               function trim(rows-inactive), " already inactive, ",
               function trim(rows-kept), " kept as last manager, ",
               function trim(rows-pending), " pending"
           ) to report-line.
           write report-line.
           close report-file.

       write-report-row section.
           evaluate ar-state
               when "confirmed" add 1 to rows-confirmed
               when "revoked" add 1 to rows-revoked
               when "suspended" add 1 to rows-suspended
               when "inactive" add 1 to rows-inactive
               when "kept" add 1 to rows-kept
               when other add 1 to rows-pending
           end-evaluate.
           if ar-last-login(1:8) is numeric
               and ar-last-login(1:8) not = "00000000"
               move function concatenate(
                   ar-last-login(1:4), "-", ar-last-login(5:2), "-",
                   ar-last-login(7:2), " ", ar-last-login(9:2), ":",
                   ar-last-login(11:2), ":", ar-last-login(13:2)
               ) to last-login-display
           else
               move "never" to last-login-display
           end-if.
           if ar-decided-at(1:8) is numeric
               move function concatenate(
                   ar-decided-at(1:4), "-", ar-decided-at(5:2), "-",
                   ar-decided-at(7:2), " ", ar-decided-at(9:2), ":",
                   ar-decided-at(11:2), ":", ar-decided-at(13:2)
               ) to decided-display
           else
               move "-" to decided-display
           end-if.
           move function concatenate(
               function trim(ar-username), " | ",
               function trim(ar-role), " | ",
               function trim(last-login-display), " | ",
               function trim(ar-state), " | ",
               function trim(ar-decided-by), " | ",
               function trim(decided-display)
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
           *> Same audit trail admin.cbl's own actions land in - the
           *> cycle's opening, closing and every suspension are part
           *> of the recertification evidence.
           move function current-date to audit-timestamp.
           open extend admin-audit-log.
           if admin-audit-status not = "00"
               open output admin-audit-log
               close admin-audit-log
               open extend admin-audit-log
           end-if.
           move function concatenate(
               audit-timestamp(1:8), " ", audit-timestamp(9:6),
               " | access-recertification | user=(batch)",
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
           if cycles-opened = 0 and cycles-closed = 0
               display function concatenate(
                   "access-recertification: cycle ",
                   function trim(current-cycle),
                   " already open or done - nothing due tonight"
               )
               exit section
           end-if.
           display function concatenate(
               "access-recertification: ",
               function trim(cycles-opened), " cycle(s) opened (",
               function trim(accounts-listed), " account(s), ",
               function trim(admins-notified), " admin(s) asked), ",
               function trim(cycles-closed), " closed (",
               function trim(accounts-suspended), " suspended, ",
               function trim(accounts-kept),
               " kept) - see data/access-recert-report.txt"
           ).

       end program access-recertification.
