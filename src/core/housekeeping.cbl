               record key is ka-key
               file status is known-addr-status.

      *> auth.cbl's held email-address changes - once confirmed,
      *> withdrawn, superseded or past their token's expiry a row
      *> has done its job (each step is in the login audit log).
           select email-change-master
               assign to "data/email-changes.dat"
               organization is indexed
               access mode is dynamic
               record key is ec-token
               file status is email-change-status.

           select user-master
               assign to "data/users.dat"
               organization is indexed
           03 se-user-role      pic x(20).
           03 se-remember       pic x(1).
           03 se-expires        pic x(20).
           03 se-authenticated  pic x(14).
           03 se-last-activity  pic x(14).
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

       fd  user-master.
       01  user-master-record.
           03 mf-user-id        pic 9(10).
           03 mf-password-changed pic x(8).
           03 mf-bio            pic x(500).
           03 mf-photo-media-id pic 9(10).
           03 mf-last-login     pic x(14).

       working-storage section.
       01 session-file-status  pic xx.
       01 reset-file-status    pic xx.
       01 user-file-status     pic xx.
       01 known-addr-status    pic xx.
       01 email-change-status  pic xx.
       01 address-cutoff       pic x(8).
       01 addr-cutoff-int      pic 9(8) usage comp-5.
       01 addr-cutoff-disp     pic 9(8).
       01 known-address-age-days pic 9(4) value 90.
       01 id-display           pic z(9)9.

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

      *> Same "YYYY-MM-DD HH:MM:SS" comparison timestamp auth.cbl's
      *> build-now-compare produces - both stores carry their expiry
      *> in that layout, so a plain string compare decides staleness.
       01 now-timestamp        pic x(21).
       01 now-compare          pic x(20).

      *> Idle cut-off in se-last-activity's yyyymmddhhmmss layout -
      *> a session not remembered and untouched since then is as
      *> dead as an expired one.
       01 idle-minutes         pic 9(4) usage comp-5 value 30.
       01 idle-cutoff          pic x(14) value spaces.
       01 idle-cutoff-secs     pic 9(12) usage comp-5.
       01 idle-cutoff-days     pic 9(8) usage comp-5.
       01 idle-cutoff-rest     pic 9(5) usage comp-5.
       01 idle-cutoff-date     pic 9(8).
       01 idle-cutoff-hh       pic 99.
       01 idle-cutoff-mm       pic 99.
       01 idle-cutoff-ss       pic 99.

      *> settings.cbl's LINKAGE shape with local names - the idle
      *> limit is the same session_idle_minutes auth.cbl enforces.
       01 settings-request.
           03 settings-action   pic x(10).
           03 settings-key      pic x(40).
           03 settings-value    pic x(200).

       01 settings-response.
           03 settings-success  pic x(1).
           03 settings-message  pic x(200).
           03 settings-value-out pic x(200).

       01 report-counts.
           03 sessions-checked  pic 9(8) value 0.
           03 sessions-purged   pic 9(8) value 0.
           03 locked-accounts   pic 9(4) value 0.
           03 addresses-checked pic 9(6) value 0.
           03 addresses-purged  pic 9(6) value 0.
           03 changes-checked   pic 9(6) value 0.
           03 changes-purged    pic 9(6) value 0.

      *> Nightly housekeeping for auth.cbl's stores - sessions.dat
      *> gets a row per login and reset-tokens.dat a row per
      *> forgot-password, and nothing online ever deletes the stale
      *> ones. This purges expired or idle sessions, used or expired
      *> reset tokens, finished or lapsed email changes, and lists
      *> accounts still sitting locked so ops can review them each
      *> morning. Runs standalone the way reconcile-content.cbl
      *> does.
       procedure division.

       perform get-business-date.
       perform build-now-compare.

       perform purge-expired-sessions.
       perform purge-dead-reset-tokens.
       perform purge-dead-email-changes.
       perform purge-stale-known-addresses.
       perform report-locked-accounts.


       goback.

       get-business-date section.
           *> Session and reset-token expiry are real instants and
           *> stay on the clock; the known-address age window is a
           *> retention rule and counts from the business date.
           move "get" to bd-action.
           move spaces to bd-date-in.
           move spaces to bd-set-by.
           call "business-date" using business-date-request
               business-date-response.
           display function concatenate(
               "housekeeping: business date ", bd-date-iso
           ).

       build-now-compare section.
           move function current-date to now-timestamp.
           move function concatenate(
       purge-stale-known-addresses section.
           compute addr-cutoff-int =
               function integer-of-date(
                   function numval(bd-date))
               - known-address-age-days.
           move function date-of-integer(addr-cutoff-int)
               to addr-cutoff-disp.
           move spaces to known-addr-status.
           close known-address-master.

       build-idle-cutoff section.
           move "get" to settings-action.
           move "session_idle_minutes" to settings-key.
           call "settings" using settings-request settings-response.
           if settings-success = "Y"
               and function trim(settings-value-out) not = spaces
               and function trim(settings-value-out) is numeric
               move function numval(settings-value-out)
                   to idle-minutes
           end-if.
           move spaces to idle-cutoff.
           if idle-minutes = 0
               exit section
           end-if.
           compute idle-cutoff-secs =
               function integer-of-date(
                   function numval(now-timestamp(1:8))) * 86400
               + function numval(now-timestamp(9:2)) * 3600
               + function numval(now-timestamp(11:2)) * 60
               + function numval(now-timestamp(13:2))
               - idle-minutes * 60.
           divide idle-cutoff-secs by 86400 giving idle-cutoff-days
               remainder idle-cutoff-rest.
           compute idle-cutoff-date =
               function date-of-integer(idle-cutoff-days).
           compute idle-cutoff-hh = idle-cutoff-rest / 3600.
           compute idle-cutoff-mm =
               function mod(idle-cutoff-rest, 3600) / 60.
           compute idle-cutoff-ss = function mod(idle-cutoff-rest, 60).
           move function concatenate(
               idle-cutoff-date, idle-cutoff-hh, idle-cutoff-mm,
               idle-cutoff-ss
           ) to idle-cutoff.

       purge-expired-sessions section.
           perform build-idle-cutoff.
           open i-o session-master.
           if session-file-status not = "00"
               display "housekeeping: no session store to clean"
                   not at end
                       add 1 to sessions-checked
                       if now-compare > se-expires
                           or (idle-cutoff not = spaces
                               and se-remember not = "Y"
                               and se-last-activity is numeric
                               and se-last-activity < idle-cutoff)
                           delete session-master record
                               invalid key
                                   continue
           end-perform.
           close reset-master.

       purge-dead-email-changes section.
           open i-o email-change-master.
           if email-change-status not = "00"
               exit section
           end-if.
           move low-values to ec-token.
           start email-change-master key is greater than ec-token
               invalid key move "10" to email-change-status
           end-start.
           perform until email-change-status = "10"
               read email-change-master next record
                   at end move "10" to email-change-status
                   not at end
                       add 1 to changes-checked
                       if ec-state not = "pending"
                           or now-compare > ec-expires
                           delete email-change-master record
                               invalid key
                                   continue
                           end-delete
                           add 1 to changes-purged
                       end-if
               end-read
           end-perform.
           close email-change-master.

       report-locked-accounts section.
           *> Accounts that hit the failed-login lockout and were
           *> never manually unlocked - flagged, not touched, so a
               function trim(resets-purged), " of ",
               function trim(resets-checked),
               " reset token(s) purged, ",
               function trim(changes-purged), " of ",
               function trim(changes-checked),
               " email change(s) purged, ",
               function trim(locked-accounts),
               " locked account(s) flagged, ",
               function trim(addresses-purged), " of ",
