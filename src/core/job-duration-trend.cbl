       identification division.
       program-id. job-duration-trend.

       environment division.
       input-output section.
       file-control.
      *> The permanent run history run-batch-schedule appends one
      *> row to for every job it finishes.
           select job-history
               assign to "data/job-history.log"
               organization is line sequential
               file status is job-history-status.

           select report-file
               assign to "data/job-duration-trend.txt"
               organization is line sequential
               file status is report-file-status.

       data division.
       file section.
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

       fd  report-file.
       01  report-line          pic x(200).

       working-storage section.
       01 job-history-status   pic xx.
       01 report-file-status   pic xx.

      *> settings.cbl's LINKAGE shape with local names - the drift
      *> threshold and the start of business are site settings, each
      *> with a default here when the row was never set.
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

      *> A job is called out when its last seven days run this many
      *> percent longer than its own trailing four-week average.
       01 drift-threshold-pct  pic 9(4) usage comp-5 value 20.
      *> "HHMM" the site opens for business - the nightly schedule's
      *> finish is measured against it.
       01 business-start-hhmm  pic x(4) value "0700".
       01 business-start-mins  pic s9(6) usage comp-5.

      *> Per-job aggregation in weekly buckets counted back from
      *> today: week 1 is the last seven days, weeks 2-5 are the
      *> trailing month the average is taken over. Older history is
      *> kept in the log but plays no part in the trend.
       01 job-table.
           03 job-count         pic 99 usage comp-5 value 0.
           03 job-rows occurs 60 times.
               05 jt-name       pic x(30).
               05 jt-runs-total pic 9(6) usage comp-5.
               05 jt-last-secs  pic 9(8) usage comp-5.
               05 jt-last-end   pic x(21).
               05 jt-week occurs 5 times.
                   07 jt-wk-runs   pic 9(4) usage comp-5.
                   07 jt-wk-secs   pic 9(10) usage comp-5.
                   07 jt-wk-end-mins pic s9(10) usage comp-5.
       01 job-index            pic 99 usage comp-5.
       01 job-found            pic 99 usage comp-5.
       01 week-index           pic 9 usage comp-5.

       01 today-day-number     pic 9(8) usage comp-5.
       01 run-day-number       pic 9(8) usage comp-5.
       01 days-ago             pic s9(8) usage comp-5.
       01 end-of-day-mins      pic s9(6) usage comp-5.

       01 recent-avg           pic 9(8) usage comp-5.
       01 trailing-avg         pic 9(8) usage comp-5.
       01 trailing-runs        pic 9(6) usage comp-5.
       01 trailing-secs        pic 9(12) usage comp-5.
       01 drift-pct            pic s9(6) usage comp-5.
       01 week-avg-prev        pic 9(8) usage comp-5.
       01 week-avg-this        pic 9(8) usage comp-5.
       01 creeping-weeks       pic 9 usage comp-5.
       01 job-flag             pic x(12).

      *> Whole-schedule finish time: the latest job end of each
      *> night, averaged per week, against the start of business.
       01 night-finish-table.
           03 nf-week occurs 5 times.
               05 nf-nights     pic 9(4) usage comp-5.
               05 nf-total-mins pic s9(10) usage comp-5.
       01 night-table.
           03 night-count       pic 9(4) usage comp-5 value 0.
           03 night-rows occurs 60 times.
               05 nt-day-number pic 9(8) usage comp-5.
               05 nt-latest-mins pic s9(6) usage comp-5.
       01 night-index          pic 9(4) usage comp-5.
       01 night-found          pic 9(4) usage comp-5.
       01 finish-this-week     pic s9(6) usage comp-5.
       01 finish-last-month    pic s9(6) usage comp-5.
       01 finish-month-nights  pic 9(6) usage comp-5.
       01 finish-month-total   pic s9(12) usage comp-5.
       01 headroom-mins        pic s9(6) usage comp-5.
       01 weekly-growth-mins   pic s9(6) usage comp-5.
       01 weeks-to-overrun     pic 9(4) usage comp-5.

       01 secs-display         pic z(7)9.
       01 secs-display-2       pic z(7)9.
       01 pct-display          pic -(5)9.
       01 runs-display         pic z(5)9.
       01 mins-display         pic -(5)9.
       01 weeks-display        pic z(3)9.
       01 clock-hh             pic 99.
       01 clock-mm             pic 99.
       01 clock-mins           pic s9(6) usage comp-5.
       01 clock-text           pic x(5).

       01 report-counts.
           03 lines-read        pic 9(8) value 0.
           03 jobs-drifting     pic 9(4) value 0.

      *> Weekly view of how long every scheduled job takes against
      *> its own recent past - a job whose runs keep getting longer
      *> shows up here weeks before it pushes the end of the night
      *> into the start of business. Reads the whole history log;
      *> only the last five weeks of it are aggregated.
       procedure division.

       perform load-trend-settings.
      *> The weeks count back from the business date; run times and
      *> finish times stay the wall-clock stamps the runs recorded.
       move "get" to bd-action.
       move spaces to bd-date-in.
       move spaces to bd-set-by.
       call "business-date" using business-date-request
           business-date-response.
       compute today-day-number = function integer-of-date(
           function numval(bd-date)).

       open input job-history.
       if job-history-status not = "00"
           display "job-duration-trend: no job history to analyze"
           goback
       end-if.

       perform until job-history-status not = "00"
           read job-history
               at end move "10" to job-history-status
               not at end
                   if job-history-record not = spaces
                       add 1 to lines-read
                       perform tally-one-run
                   end-if
           end-read
       end-perform.
       close job-history.

       perform fold-nights-into-weeks.

       open output report-file.
       perform write-job-report.
       perform write-finish-report.
       close report-file.

       display function concatenate(
           "job-duration-trend: ", function trim(lines-read),
           " history row(s) read, ", function trim(jobs-drifting),
           " job(s) drifting - see data/job-duration-trend.txt"
       ).

       goback.

       load-trend-settings section.
           move "get" to settings-action.
           move "job_drift_threshold_pct" to settings-key.
           call "settings" using settings-request settings-response.
           if settings-success = "Y"
               and function trim(settings-value-out) is numeric
               move function numval(settings-value-out)
                   to drift-threshold-pct
           end-if.
           move "get" to settings-action.
           move "business_start_time" to settings-key.
           call "settings" using settings-request settings-response.
           if settings-success = "Y"
               and settings-value-out(1:4) is numeric
               move settings-value-out(1:4) to business-start-hhmm
           end-if.
           compute business-start-mins =
               function numval(business-start-hhmm(1:2)) * 60
               + function numval(business-start-hhmm(3:2)).

       tally-one-run section.
           if jh-end-time(1:8) not numeric
               or jh-end-time(9:4) not numeric
               exit section
           end-if.
           compute run-day-number = function integer-of-date(
               function numval(jh-end-time(1:8))).
           compute days-ago = today-day-number - run-day-number.
           if days-ago < 0
               move 0 to days-ago
           end-if.

           perform find-job-row.
           if job-found = 0
               exit section
           end-if.
           add 1 to jt-runs-total(job-found).
           move jh-elapsed-secs to jt-last-secs(job-found).
           move jh-end-time to jt-last-end(job-found).

           *> A failed run stopped early - its elapsed time says
           *> nothing about how long the job really takes.
           if function trim(jh-status) not = "success"
               exit section
           end-if.
           if days-ago > 34
               exit section
           end-if.
           compute week-index = (days-ago / 7) + 1.
           perform compute-end-of-day-mins.
           add 1 to jt-wk-runs(job-found, week-index).
           add jh-elapsed-secs to jt-wk-secs(job-found, week-index).
           add end-of-day-mins
               to jt-wk-end-mins(job-found, week-index).
           perform note-night-finish.

       compute-end-of-day-mins section.
           *> Minutes after midnight; a finish stamped in the
           *> afternoon or evening belongs to the night before it
           *> crossed midnight and counts as negative.
           compute end-of-day-mins =
               function numval(jh-end-time(9:2)) * 60
               + function numval(jh-end-time(11:2)).
           if function numval(jh-end-time(9:2)) >= 12
               subtract 1440 from end-of-day-mins
           end-if.

       note-night-finish section.
           *> The schedule's night is identified by the day its last
           *> job finished on; an evening finish rolls forward a day
           *> so both halves of one night land together.
           if end-of-day-mins < 0
               add 1 to run-day-number
           end-if.
           move 0 to night-found.
           perform varying night-index from 1 by 1
               until night-index > night-count
               if nt-day-number(night-index) = run-day-number
                   move night-index to night-found
                   exit perform
               end-if
           end-perform.
           if night-found = 0
               if night-count >= 60
                   exit section
               end-if
               add 1 to night-count
               move night-count to night-found
               move run-day-number to nt-day-number(night-found)
               move end-of-day-mins to nt-latest-mins(night-found)
           end-if.
           if end-of-day-mins > nt-latest-mins(night-found)
               move end-of-day-mins to nt-latest-mins(night-found)
           end-if.

       find-job-row section.
           move 0 to job-found.
           perform varying job-index from 1 by 1
               until job-index > job-count
               if jt-name(job-index) = jh-job-name
                   move job-index to job-found
                   exit perform
               end-if
           end-perform.
           if job-found = 0 and job-count < 60
               add 1 to job-count
               move job-count to job-found
               initialize job-rows(job-found)
               move jh-job-name to jt-name(job-found)
           end-if.

       fold-nights-into-weeks section.
           perform varying night-index from 1 by 1
               until night-index > night-count
               compute days-ago =
                   today-day-number - nt-day-number(night-index)
               if days-ago < 0
                   move 0 to days-ago
               end-if
               if days-ago <= 34
                   compute week-index = (days-ago / 7) + 1
                   add 1 to nf-nights(week-index)
                   add nt-latest-mins(night-index)
                       to nf-total-mins(week-index)
               end-if
           end-perform.

       write-job-report section.
           move "JOB DURATION TREND (elapsed seconds)" to report-line.
           write report-line.
           move function concatenate(
               "Business date: ", bd-date-iso
           ) to report-line.
           write report-line.
           move drift-threshold-pct to pct-display.
           move function concatenate(
               "Last 7 days against the trailing 4-week average; ",
               "flagged at +", function trim(pct-display),
               "% or four weeks in a row of growth"
           ) to report-line.
           write report-line.
           move function concatenate(
               "job | runs | last secs | 7-day avg | 4-week avg | ",
               "change % | flag"
           ) to report-line.
           write report-line.

           perform varying job-index from 1 by 1
               until job-index > job-count
               perform write-one-job-line
           end-perform.

       write-one-job-line section.
           move 0 to recent-avg.
           if jt-wk-runs(job-index, 1) > 0
               compute recent-avg = jt-wk-secs(job-index, 1)
                   / jt-wk-runs(job-index, 1)
           end-if.
           move 0 to trailing-runs.
           move 0 to trailing-secs.
           perform varying week-index from 2 by 1
               until week-index > 5
               add jt-wk-runs(job-index, week-index) to trailing-runs
               add jt-wk-secs(job-index, week-index) to trailing-secs
           end-perform.
           move 0 to trailing-avg.
           if trailing-runs > 0
               compute trailing-avg = trailing-secs / trailing-runs
           end-if.

           move 0 to drift-pct.
           if trailing-avg > 0 and recent-avg > 0
               compute drift-pct rounded =
                   ((recent-avg - trailing-avg) * 100) / trailing-avg
           end-if.

           *> Four consecutive weeks each slower than the one before
           *> - the slow creep a single-week threshold misses.
           move 0 to creeping-weeks.
           move 0 to week-avg-prev.
           perform varying week-index from 4 by -1
               until week-index < 1
               move 0 to week-avg-this
               if jt-wk-runs(job-index, week-index) > 0
                   compute week-avg-this =
                       jt-wk-secs(job-index, week-index)
                       / jt-wk-runs(job-index, week-index)
               end-if
               if week-avg-this > 0 and week-avg-prev > 0
                   and week-avg-this > week-avg-prev
                   add 1 to creeping-weeks
               end-if
               move week-avg-this to week-avg-prev
           end-perform.

           move spaces to job-flag.
           if trailing-avg > 0
               and drift-pct >= drift-threshold-pct
               move "DRIFTING" to job-flag
           else
               if creeping-weeks >= 3
                   move "CREEPING" to job-flag
               end-if
           end-if.
           if jt-wk-runs(job-index, 1) = 0
               move "NO RUNS" to job-flag
           end-if.
           if job-flag = "DRIFTING" or job-flag = "CREEPING"
               add 1 to jobs-drifting
           end-if.

           move jt-runs-total(job-index) to runs-display.
           move jt-last-secs(job-index) to secs-display.
           move drift-pct to pct-display.
           move function concatenate(
               function trim(jt-name(job-index)), " | ",
               function trim(runs-display), " | ",
               function trim(secs-display), " | "
           ) to report-line.
           move recent-avg to secs-display.
           move trailing-avg to secs-display-2.
           move function concatenate(
               function trim(report-line), " ",
               function trim(secs-display), " | ",
               function trim(secs-display-2), " | ",
               function trim(pct-display), " | ",
               function trim(job-flag)
           ) to report-line.
           write report-line.

       write-finish-report section.
           move spaces to report-line.
           write report-line.
           move "NIGHTLY SCHEDULE FINISH" to report-line.
           write report-line.
           move business-start-mins to clock-mins.
           perform format-clock.
           move function concatenate(
               "Start of business: ", clock-text
           ) to report-line.
           write report-line.

           if nf-nights(1) = 0
               move "No completed nights in the last seven days"
                   to report-line
               write report-line
               exit section
           end-if.

           compute finish-this-week =
               nf-total-mins(1) / nf-nights(1).
           move finish-this-week to clock-mins.
           perform format-clock.
           compute headroom-mins =
               business-start-mins - finish-this-week.
           move headroom-mins to mins-display.
           move function concatenate(
               "Average finish, last 7 days: ", clock-text,
               " (", function trim(mins-display),
               " minute(s) before start of business)"
           ) to report-line.
           write report-line.

           move 0 to finish-month-nights.
           move 0 to finish-month-total.
           perform varying week-index from 2 by 1
               until week-index > 5
               add nf-nights(week-index) to finish-month-nights
               add nf-total-mins(week-index) to finish-month-total
           end-perform.
           if finish-month-nights = 0
               exit section
           end-if.
           compute finish-last-month =
               finish-month-total / finish-month-nights.
           move finish-last-month to clock-mins.
           perform format-clock.
           move function concatenate(
               "Average finish, trailing 4 weeks: ", clock-text
           ) to report-line.
           write report-line.

           *> The trailing month's midpoint is two and a half weeks
           *> back, so the weekly growth is the difference spread
           *> over that distance.
           compute weekly-growth-mins rounded =
               ((finish-this-week - finish-last-month) * 2) / 5.
           if weekly-growth-mins > 0 and headroom-mins > 0
               compute weeks-to-overrun =
                   headroom-mins / weekly-growth-mins
               move weekly-growth-mins to mins-display
               move weeks-to-overrun to weeks-display
               move function concatenate(
                   "WARNING: finish is moving later by about ",
                   function trim(mins-display),
                   " minute(s) a week - at this rate the schedule ",
                   "overruns start of business in about ",
                   function trim(weeks-display), " week(s)"
               ) to report-line
               write report-line
           end-if.
           if headroom-mins <= 0
               move function concatenate(
                   "WARNING: the schedule is already finishing after ",
                   "start of business"
               ) to report-line
               write report-line
           end-if.

       format-clock section.
           move clock-mins to end-of-day-mins.
           if end-of-day-mins < 0
               add 1440 to end-of-day-mins
           end-if.
           compute clock-hh = end-of-day-mins / 60.
           compute clock-mm = function mod(end-of-day-mins, 60).
           move function concatenate(clock-hh, ":", clock-mm)
               to clock-text.

       end program job-duration-trend.
