       identification division.
       program-id. dormant-accounts.

       environment division.
       input-output section.
       file-control.
      *> Same single-writer gate every other mutator of the shared
      *> stores takes - held for the whole pass.
           select write-lock-file
               assign to "data/db-write.lock"
               organization is sequential
               file status is write-lock-status.

      *> Same write-ahead journal database-interface.cbl keeps -
      *> every deactivation goes in as a BEGIN/COMMIT pair with the
      *> account row before and after.
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

      *> migrate-layout's version stamps - the day users.dat reached
      *> the layout carrying mf-last-login is the earliest a sign-in
      *> could have been recorded, so it stands in for accounts that
      *> have not signed in since.
           select layout-versions
               assign to "data/layout-versions.dat"
               organization is indexed
               access mode is dynamic
               record key is lv-store-name
               file status is layout-status.

           select report-file
               assign to "data/dormant-accounts-report.txt"
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

       fd  layout-versions.
       01  layout-version-record.
           03 lv-store-name     pic x(30).
           03 lv-version        pic 9(3).
           03 lv-record-length  pic 9(5).
           03 lv-stamped        pic x(21).
           03 lv-note           pic x(200).

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
       01 layout-status        pic xx.
       01 report-file-status   pic xx.
       01 admin-audit-status   pic xx.

       01 journal-collection   pic x(10).
       01 journal-record-key   pic x(64).
       01 journal-before-stage pic x(3200).
       01 journal-after-stage  pic x(3200).

       01 dormant-days         pic 9(4) usage comp-5 value 0.
       01 stamping-began       pic x(8) value spaces.
       01 activity-date        pic x(8).
       01 activity-source      pic x(20).
       01 idle-days            pic s9(8) usage comp-5.
       01 idle-display         pic -(7)9.
       01 last-login-display   pic x(19).
       01 account-is-manager   pic x(1).
       01 active-managers      pic 9(4) usage comp-5 value 0.
       01 row-action           pic x(60).

      *> settings.cbl's LINKAGE shape with local names - the
      *> dormancy threshold lives with the other site settings.
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
           03 accounts-dormant  pic 9(4) value 0.
           03 accounts-disabled pic 9(4) value 0.
           03 accounts-kept     pic 9(4) value 0.
           03 accounts-undated  pic 9(4) value 0.

      *> Nightly dormant-account pass. Every active account whose
      *> last sign-in is older than the dormant_account_days site
      *> setting is deactivated the same way the admin screen's
      *> Deactivate button does it (status "disabled" - the row and
      *> its history stay). An account that has never signed in
      *> since mf-last-login arrived is measured from the later of
      *> its last password change and the day the field arrived, so
      *> converting the store never turns every account dormant
      *> overnight. The last active account holding the manage-users
      *> right is never deactivated - somebody has to be able to
      *> turn the others back on. Unset or zero turns the pass off.
      *> Every account reviewed goes into
      *> data/dormant-accounts-report.txt, and each deactivation
      *> into the admin audit trail, for the access-review evidence.
       procedure division.

       perform get-business-date.

       move "get" to settings-action.
       move "dormant_account_days" to settings-key.
       call "settings" using settings-request settings-response.
       if settings-success = "Y"
           and function trim(settings-value-out) not = spaces
           and function trim(settings-value-out) is numeric
           move function numval(settings-value-out) to dormant-days
       end-if.

       if dormant-days = 0
           display function concatenate(
               "dormant-accounts: dormant_account_days is not set ",
               "- the dormant pass is off"
           )
           goback
       end-if.

       perform load-stamping-start.

       perform acquire-write-lock.
       if write-lock-held = "N"
           display function concatenate(
               "dormant-accounts: could not obtain the store write ",
               "lock - run abandoned"
           )
           move 8 to return-code
           goback
       end-if.

       perform count-active-managers.

       open i-o user-master.
       if user-file-status not = "00"
           perform release-write-lock
           display "dormant-accounts: no user store to review"
           goback
       end-if.

       open output report-file.
       move "DORMANT ACCOUNT REVIEW" to report-line.
       write report-line.
       move function concatenate(
           "Business date: ", bd-date-iso,
           "   Threshold: ", function trim(dormant-days), " day(s)"
       ) to report-line.
       write report-line.
       move "username | role | last sign-in | idle days | action"
           to report-line.
       write report-line.

       perform until user-file-status not = "00"
           read user-master next record
               at end move "10" to user-file-status
               not at end
                   if mf-acct-status = "active"
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
           *> Idle time is counted to the business date, the same
           *> "today" every other scheduled job reports against.
           move "get" to bd-action.
           move spaces to bd-date-in.
           move spaces to bd-set-by.
           call "business-date" using business-date-request
               business-date-response.
           display function concatenate(
               "dormant-accounts: business date ", bd-date-iso
           ).

       load-stamping-start section.
           *> Blank when the store has not reached version 2 - those
           *> accounts are then listed as undated, never deactivated.
           move spaces to stamping-began.
           open input layout-versions.
           if layout-status = "00"
               move "users.dat" to lv-store-name
               read layout-versions
                   invalid key
                       continue
                   not invalid key
                       if lv-version >= 2
                           and lv-stamped(1:8) is numeric
                           move lv-stamped(1:8) to stamping-began
                       end-if
               end-read
               close layout-versions
           end-if.
           move spaces to layout-status.

       count-active-managers section.
           move 0 to active-managers.
           open input user-master.
           if user-file-status not = "00"
               exit section
           end-if.
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

       check-one-account section.
           perform find-last-activity.
           if activity-date = spaces
               add 1 to accounts-undated
               move "undated - no sign-in or password change on file"
                   to row-action
               move 0 to idle-days
               perform write-account-line
               exit section
           end-if.

           compute idle-days =
               function integer-of-date(function numval(bd-date))
               - function integer-of-date(
                   function numval(activity-date)).

           if idle-days <= dormant-days
               move "in use" to row-action
               perform write-account-line
               exit section
           end-if.

           add 1 to accounts-dormant.
           perform check-account-is-manager.
           if account-is-manager = "Y" and active-managers <= 1
               add 1 to accounts-kept
               move "dormant - kept, last active user manager"
                   to row-action
               perform write-account-line
               display function concatenate(
                   "KEPT: account ", function trim(mf-username),
                   " is dormant but is the last active account ",
                   "able to manage users"
               )
               exit section
           end-if.

           perform deactivate-account.
           if account-is-manager = "Y"
               subtract 1 from active-managers
           end-if.
           move "dormant - deactivated" to row-action.
           perform write-account-line.

       find-last-activity section.
           *> The latest of the recorded sign-in, the last password
           *> change and (for an account with no sign-in yet) the day
           *> sign-ins started being recorded.
           move spaces to activity-date.
           move spaces to activity-source.
           if mf-last-login(1:8) is numeric
               and mf-last-login(1:8) not = "00000000"
               move mf-last-login(1:8) to activity-date
               move "sign-in" to activity-source
           else
               if stamping-began not = spaces
                   move stamping-began to activity-date
                   move "stamping began" to activity-source
               end-if
           end-if.
           if mf-password-changed is numeric
               and mf-password-changed not = "00000000"
               and (activity-date = spaces
                   or mf-password-changed > activity-date)
               move mf-password-changed to activity-date
               move "password change" to activity-source
           end-if.

       deactivate-account section.
           move "users" to journal-collection.
           move mf-user-id to journal-record-key.
           move spaces to journal-before-stage.
           move user-master-record to journal-before-stage.
           move "disabled" to mf-acct-status.
           move spaces to journal-after-stage.
           move user-master-record to journal-after-stage.
           perform append-journal-begin.
           rewrite user-master-record
               invalid key continue
           end-rewrite.
           perform append-journal-commit.
           add 1 to accounts-disabled.

           move "deactivate-dormant" to audit-action.
           move mf-username to audit-subject.
           perform write-admin-audit-entry.
           display function concatenate(
               "DEACTIVATED: account ", function trim(mf-username),
               " - no activity since ", activity-date, " (",
               function trim(activity-source), ")"
           ).

       write-account-line section.
           if mf-last-login(1:8) is numeric
               and mf-last-login(1:8) not = "00000000"
               move function concatenate(
                   mf-last-login(1:4), "-", mf-last-login(5:2), "-",
                   mf-last-login(7:2), " ", mf-last-login(9:2), ":",
                   mf-last-login(11:2), ":", mf-last-login(13:2)
               ) to last-login-display
           else
               move "never" to last-login-display
           end-if.
           move idle-days to idle-display.
           move function concatenate(
               function trim(mf-username), " | ",
               function trim(mf-role), " | ",
               function trim(last-login-display), " | ",
               function trim(idle-display), " | ",
               function trim(row-action)
           ) to report-line.
           write report-line.

       write-report-totals section.
           move spaces to report-line.
           write report-line.
           move function concatenate(
               function trim(accounts-checked),
               " active account(s) reviewed, ",
               function trim(accounts-dormant), " dormant, ",
               function trim(accounts-disabled), " deactivated, ",
               function trim(accounts-kept), " kept, ",
               function trim(accounts-undated), " undated"
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
           *> deactivation is as much an access change as the button.
           move function current-date to audit-timestamp.
           open extend admin-audit-log.
           if admin-audit-status not = "00"
               open output admin-audit-log
               close admin-audit-log
               open extend admin-audit-log
           end-if.
           move function concatenate(
               audit-timestamp(1:8), " ", audit-timestamp(9:6),
               " | dormant-accounts | user=(batch)",
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
               "dormant-accounts: ", function trim(accounts-checked),
               " active account(s), ",
               function trim(accounts-dormant), " dormant, ",
               function trim(accounts-disabled), " deactivated, ",
               function trim(accounts-kept), " kept, ",
               function trim(accounts-undated), " undated - see ",
               "data/dormant-accounts-report.txt"
           ).

       end program dormant-accounts.
