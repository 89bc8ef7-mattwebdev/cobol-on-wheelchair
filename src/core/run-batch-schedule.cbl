               record key is rc-job-name
               file status is run-control-status.

      *> Permanent run history - run-control only ever holds each
      *> job's latest outcome, so every finished run also appends
      *> one row here. Never rewritten or trimmed by the scheduler;
      *> job-duration-trend reads it to spot jobs drifting longer.
           select job-history
               assign to "data/job-history.log"
               organization is line sequential
               file status is job-history-status.

       data division.
       file section.
       fd  app-error-log.
           03 rc-return-code    pic s9(4).
           03 rc-result-note    pic x(200).

       fd  job-history.
       01  job-history-record.
           03 jh-job-name       pic x(30).
           03 jh-status         pic x(10).
           03 jh-start-time     pic x(21).
           03 jh-end-time       pic x(21).
           03 jh-elapsed-secs   pic 9(8).
           03 jh-return-code    pic s9(4) sign leading separate.
           03 jh-result-note    pic x(200).
           03 jh-run-mode       pic x(10).
           03 jh-business-date  pic x(8).

       working-storage section.
       01 run-control-status   pic xx.
       01 job-history-status   pic xx.
       01 elapsed-start-secs   pic s9(12) usage comp-5.
       01 elapsed-end-secs     pic s9(12) usage comp-5.
       01 app-error-status     pic xx.
       01 email-file-status    pic xx.
       01 email-timestamp      pic x(21).
       01 errors-today         pic 9(6) usage comp-5 value 0.
       01 today-stamp          pic x(8).

      *> The schedule, in dependency order - a pending record-layout
      *> conversion runs straight after recovery so no job opens a
      *> store in the wrong layout, reconcile must finish
      *> before anything rewrites records under it, the flat config
      *> files are checked (and any edited in place recorded), the
      *> publish/expire/trash/archive passes mutate the content store
      *> one after another, the media purge follows, the cross-store
      *> integrity sweep checks what the purges left pointing at
      *> nothing, and the backup
      *> runs last so it captures the night's final state - only the
      *> weekly store reorganization follows it, so a reload that
      *> goes wrong always has that night's generation behind it. A
      *> job only starts when its predecessor in this list
      *> succeeded, and a job whose run-control row still says
      *> "running" is refused - that is either a live overlapping
      *> run or a crash someone needs to look at before the
      *> schedule rolls on.
      *>
      *> Each job carries a frequency class: "D" runs every night,
      *> "Wn" runs on weekday n (1=Monday .. 7=Sunday), "Mn" on day n
      *> "requested" (the admin on-demand action) makes a job due
      *> regardless of its class.
       01 job-schedule.
           03 job-count         pic 99 usage comp-5 value 57.
           03 job-entries.
               05 filler pic x(30) value "db-recover".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "migrate-layout".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "reconcile-content".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "schema-audit".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "config-check".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "publish-scheduled-content".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "warn-expiring-content".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "expire-content".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "publish-static-site".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "reconcile-media".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "integrity-sweep".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "media-ingest".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "malware-rescan".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "media-rights-expiry".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "storage-usage-report".
               05 filler pic x(3) value "W01".
               05 filler pic x(30) value "check-links".
               05 filler pic x(3) value "W07".
               05 filler pic x(30) value "accessibility-audit".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "translation-staleness-report".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "redirect-audit".
               05 filler pic x(3) value "W07".
               05 filler pic x(30) value "housekeeping".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "retention-policy".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "slow-route-report".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "not-found-report".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "near-duplicate-report".
               05 filler pic x(3) value "W07".
               05 filler pic x(30) value "page-feedback-report".
               05 filler pic x(3) value "W07".
               05 filler pic x(30) value "block-scanners".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "job-duration-trend".
               05 filler pic x(3) value "W01".
               05 filler pic x(30) value "monthly-ops-report".
               05 filler pic x(3) value "M01".
               05 filler pic x(30) value "content-review-report".
               05 filler pic x(3) value "M01".
               05 filler pic x(30)
                   value "editorial-productivity-report".
               05 filler pic x(3) value "M01".
               05 filler pic x(30) value "content-inventory".
               05 filler pic x(3) value "M01".
               05 filler pic x(30) value "form-conversion-report".
               05 filler pic x(3) value "M01".
               05 filler pic x(30) value "api-usage-statements".
               05 filler pic x(3) value "M01".
               05 filler pic x(30) value "password-expiry-report".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "weak-password-report".
               05 filler pic x(3) value "W01".
               05 filler pic x(30) value "dormant-accounts".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "access-recertification".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "stale-review-report".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "review-content-freshness".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "saved-search-alerts".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "newsletter-digest".
               05 filler pic x(3) value "W01".
               05 filler pic x(30) value "bounce-processor".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "email-drafts".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "email-dispatch".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "syndication-dispatch".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "rotate-logs".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "extract-delta".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "backup-stores".
               05 filler pic x(3) value "D00".
               05 filler pic x(30) value "reorg-stores".
               05 filler pic x(3) value "W07".
           03 job-rows redefines job-entries occurs 57 times.
               05 job-names     pic x(30).
               05 job-freq      pic x(1).
               05 job-freq-day  pic 99.
           03 jobs-run          pic 9(4) value 0.
           03 jobs-failed       pic 9(4) value 0.
           03 jobs-refused      pic 9(4) value 0.
           03 jobs-resumed-past pic 9(4) value 0.

      *> Restart support - SCHEDULE_MODE=restart resumes a failed
      *> night instead of starting a new one. The night itself is a
      *> run-control row of its own under a name no job can carry:
      *> its start stamp marks which job rows belong to this night,
      *> and its status and note say how the night ended - including
      *> that a restart, not the original run, completed it. A job
      *> whose row says "success" with a start stamp inside the
      *> night is passed over on restart, so the mutating passes
      *> that already ran are never run twice.
       01 night-control-key    pic x(30) value "$nightly-schedule".
       01 schedule-mode        pic x(10).
       01 schedule-date        pic x(8).
       01 night-start-time     pic x(21).
       01 restart-refused      pic x(1) value "N".
       01 job-done-tonight     pic x(1).
       01 resumed-at-job       pic x(30).

      *> The business date - the day this night processes, held in
      *> run-control by business-date.cbl. An operator replaying a
      *> missed night sets it with BUSINESS_DATE (or from the admin
      *> screen); a complete night advances it by one day as its
      *> last step, a failed one leaves it alone so the restart
      *> works the same day.
       01 operator-business-date pic x(8).
       01 clock-date           pic x(8).
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

       procedure division.

       accept schedule-mode from environment "SCHEDULE_MODE".
       move function lower-case(schedule-mode) to schedule-mode.
       if schedule-mode not = "restart"
           move "normal" to schedule-mode
       end-if.

       perform establish-business-date.
       if bd-success not = "Y"
           move 8 to return-code
           goback
       end-if.

       perform open-run-control.

       if schedule-mode = "restart"
           perform load-night-for-restart
           if restart-refused = "Y"
               close run-control
               move 8 to return-code
               goback
           end-if
       else
           perform mark-night-started
       end-if.

       compute today-weekday = function mod(
           function integer-of-date(
               function numval(schedule-date)), 7).
       if today-weekday = 0
           move 7 to today-weekday
       end-if.
       move schedule-date(7:2) to today-monthday.

       move "Y" to predecessor-ok.
       perform varying job-index from 1 by 1
           perform run-one-job
       end-perform.

       perform mark-night-finished.
       close run-control.
       if jobs-failed = 0 and jobs-refused = 0
           perform advance-business-date
       end-if.
       perform count-todays-errors.
       perform display-summary.

           *> job due out of its normal class.
           move "N" to job-blocked.
           move "N" to job-on-demand.
           move "N" to job-done-tonight.
           move current-job-name to rc-job-name.
           read run-control
               invalid key
                   if rc-status = "requested"
                       move "Y" to job-on-demand
                   end-if
                   if schedule-mode = "restart"
                       and rc-status = "success"
                       and rc-start-time >= night-start-time
                       move "Y" to job-done-tonight
                   end-if
           end-read.

           if job-done-tonight = "Y"
               add 1 to jobs-resumed-past
               display function concatenate(
                   "run-batch-schedule: skipping ",
                   function trim(current-job-name),
                   " - already succeeded in this night's run"
               )
               exit section
           end-if.

           perform check-job-due.
           if job-due = "N"
               display function concatenate(
               exit section
           end-if.

           if schedule-mode = "restart" and resumed-at-job = spaces
               move current-job-name to resumed-at-job
           end-if.
           perform mark-job-running.
           display function concatenate(
               "run-batch-schedule: starting ",
                   "record counts reported in the job's own output"
               ) to rc-result-note
           end-if.
           if schedule-mode = "restart"
               move function concatenate(
                   function trim(rc-result-note),
                   " (run by schedule restart)"
               ) to rc-result-note
           end-if.
           move 0 to return-code.

           perform mark-job-finished.
               invalid key
                   write run-control-record
           end-rewrite.
           perform append-job-history.

       append-job-history section.
           *> The same outcome run-control now holds, kept for good -
           *> elapsed seconds are worked out here once so the trend
           *> report never has to re-derive them from the stamps.
           compute elapsed-start-secs =
               function integer-of-date(
                   function numval(rc-start-time(1:8))) * 86400
               + function numval(rc-start-time(9:2)) * 3600
               + function numval(rc-start-time(11:2)) * 60
               + function numval(rc-start-time(13:2)).
           compute elapsed-end-secs =
               function integer-of-date(
                   function numval(rc-end-time(1:8))) * 86400
               + function numval(rc-end-time(9:2)) * 3600
               + function numval(rc-end-time(11:2)) * 60
               + function numval(rc-end-time(13:2)).
           move spaces to job-history-record.
           move rc-job-name to jh-job-name.
           move rc-status to jh-status.
           move rc-start-time to jh-start-time.
           move rc-end-time to jh-end-time.
           if elapsed-end-secs > elapsed-start-secs
               compute jh-elapsed-secs =
                   elapsed-end-secs - elapsed-start-secs
           else
               move 0 to jh-elapsed-secs
           end-if.
           move rc-return-code to jh-return-code.
           move rc-result-note to jh-result-note.
           move schedule-mode to jh-run-mode.
           move schedule-date to jh-business-date.
           open extend job-history.
           if job-history-status not = "00"
               open output job-history
               close job-history
               open extend job-history
           end-if.
           write job-history-record.
           close job-history.

       establish-business-date section.
           *> A new night may be told which day to process; a
           *> restart always finishes the day its failed night was
           *> working, which is still the held date because only a
           *> complete night advances it.
           move function current-date(1:8) to clock-date.
           move "Y" to bd-success.
           if schedule-mode = "normal"
               accept operator-business-date
                   from environment "BUSINESS_DATE"
               if operator-business-date not = spaces
                   move "set" to bd-action
                   move operator-business-date to bd-date-in
                   move "operator via BUSINESS_DATE" to bd-set-by
                   call "business-date" using business-date-request
                       business-date-response
                   if bd-success not = "Y"
                       display function concatenate(
                           "run-batch-schedule: REFUSED - ",
                           function trim(bd-message)
                       )
                       exit section
                   end-if
               end-if
           end-if.
           move "get" to bd-action.
           move spaces to bd-date-in.
           move spaces to bd-set-by.
           call "business-date" using business-date-request
               business-date-response.
           if bd-success not = "Y"
               display function concatenate(
                   "run-batch-schedule: REFUSED - the business date ",
                   "could not be read: ", function trim(bd-message)
               )
               exit section
           end-if.
           if schedule-mode = "normal" and bd-date > clock-date
               move "N" to bd-success
               display function concatenate(
                   "run-batch-schedule: REFUSED - business date ",
                   bd-date-iso, " is later than today; the night ",
                   "for it has not happened yet"
               )
               exit section
           end-if.
           move bd-date to schedule-date.
           display function concatenate(
               "run-batch-schedule: business date ", bd-date-iso,
               " (", function trim(bd-source), ")"
           ).
           if bd-date < clock-date
               display function concatenate(
                   "run-batch-schedule: catching up - processing ",
                   "the night of ", bd-date-iso, " on ",
                   clock-date(1:4), "-", clock-date(5:2), "-",
                   clock-date(7:2), " - the schedule needs a further ",
                   "run for each day still behind"
               )
           end-if.

       advance-business-date section.
           *> The explicit end-of-run step - the clock never moves
           *> the business date, a complete night does.
           move "advance" to bd-action.
           move spaces to bd-date-in.
           move "run-batch-schedule" to bd-set-by.
           call "business-date" using business-date-request
               business-date-response.
           display function concatenate(
               "run-batch-schedule: ", function trim(bd-message)
           ).

       mark-night-started section.
           move function current-date to night-start-time.
           move night-control-key to rc-job-name.
           move "running" to rc-status.
           move night-start-time to rc-start-time.
           move spaces to rc-end-time.
           move 0 to rc-return-code.
           move "nightly schedule started" to rc-result-note.
           write run-control-record
               invalid key
                   rewrite run-control-record
           end-write.

       load-night-for-restart section.
           *> Only a night that finished "failed" can be resumed - a
           *> night row still "running" is either a live schedule or
           *> a crash someone must look at first, and a "complete"
           *> night has nothing left to do.
           move "N" to restart-refused.
           move night-control-key to rc-job-name.
           read run-control
               invalid key
                   move "Y" to restart-refused
                   display function concatenate(
                       "run-batch-schedule: RESTART REFUSED - no ",
                       "nightly run on record to resume"
                   )
                   exit section
           end-read.
           if rc-status not = "failed"
               move "Y" to restart-refused
               display function concatenate(
                   "run-batch-schedule: RESTART REFUSED - the last ",
                   "night is marked ", function trim(rc-status),
                   ", not failed"
               )
               exit section
           end-if.
           move rc-start-time to night-start-time.
           move "running" to rc-status.
           move function concatenate(
               "restart in progress since ",
               function current-date(1:14)
           ) to rc-result-note.
           rewrite run-control-record
               invalid key
                   continue
           end-rewrite.
           display function concatenate(
               "run-batch-schedule: restarting the night begun ",
               night-start-time(1:8), " ", night-start-time(9:6)
           ).

       mark-night-finished section.
           move night-control-key to rc-job-name.
           read run-control
               invalid key
                   move night-start-time to rc-start-time
           end-read.
           move night-control-key to rc-job-name.
           move function current-date to rc-end-time.
           if jobs-failed > 0 or jobs-refused > 0
               move "failed" to rc-status
               move 8 to rc-return-code
           else
               move "complete" to rc-status
               move 0 to rc-return-code
           end-if.
           if schedule-mode = "restart"
               move function concatenate(
                   "completed by restart at ",
                   rc-end-time(1:8), " ", rc-end-time(9:6),
                   " - resumed at ", function trim(resumed-at-job),
                   ", ", function trim(jobs-resumed-past),
                   " job(s) already done were not rerun"
               ) to rc-result-note
               if rc-status = "failed"
                   move function concatenate(
                       "restart at ", rc-end-time(1:8), " ",
                       rc-end-time(9:6), " did not complete the ",
                       "night - ", function trim(jobs-failed),
                       " failed, ", function trim(jobs-refused),
                       " refused"
                   ) to rc-result-note
               end-if
           else
               move function concatenate(
                   function trim(jobs-run), " job(s) run, ",
                   function trim(jobs-failed), " failed, ",
                   function trim(jobs-refused), " refused"
               ) to rc-result-note
           end-if.
           move function concatenate(
               function trim(rc-result-note), " - business date ",
               schedule-date(1:4), "-", schedule-date(5:2), "-",
               schedule-date(7:2)
           ) to rc-result-note.
           rewrite run-control-record
               invalid key
                   write run-control-record
           end-rewrite.

       queue-ops-alert section.
           move "ops@nodebol-cms.com" to ops-alert-address.
               move "(refused only - see run-control.dat)"
                   to failed-job-names
           end-if.
           initialize template-request.
           move "render" to msg-action.
           move "batch-failure" to msg-type.
           move 3 to msg-value-count.
           move "failed" to msg-value-name(1).
           move function trim(jobs-failed) to msg-value-text(1).
           move "refused" to msg-value-name(2).
           move function trim(jobs-refused) to msg-value-text(2).
           move "jobs" to msg-value-name(3).
           move failed-job-names to msg-value-text(3).
           call "message-templates" using template-request
               template-response.

           open extend email-notification-log.
           if email-file-status not = "00"
           move function concatenate(
               email-timestamp(1:8), " ", email-timestamp(9:6),
               " | to:", function trim(ops-alert-address),
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

