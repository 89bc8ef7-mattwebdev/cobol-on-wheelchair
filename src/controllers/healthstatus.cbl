               read run-control next record
                   at end move "10" to run-control-status
                   not at end
                       *> The nightly-schedule row reads
                       *> "complete" when the whole night (or its
                       *> restart) got through.
                       if rc-status not = "success"
                           and rc-status not = "complete"
                           and rc-status not = "current"
                           add 1 to schedule-problems
                       end-if
                       *> The business-date row is "current"; a
                       *> held date behind the clock means a night
                       *> was missed and still needs replaying.
                       if rc-status = "current"
                           and rc-start-time(1:8) <
                               function current-date(1:8)
                           add 1 to schedule-problems
                           move "behind" to rc-status
                       end-if
                       display "<tr>"
                       display "<td>" function trim(rc-job-name)
                           "</td>"
                       if rc-status = "success"
                           or rc-status = "complete"
                           or rc-status = "current"
                           display "<td>" function trim(rc-status)
                               "</td>"
                       else
