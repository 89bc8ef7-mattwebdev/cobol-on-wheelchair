       identification division.
       program-id. block-scanners.

       environment division.
       input-output section.
       file-control.
           select dispatch-log
               assign to "data/router-requests.log"
               organization is line sequential
               file status is dispatch-log-status.

      *> One "pattern|reason" line per known probe - a request path
      *> containing the pattern (case-insensitively) marks its
      *> caller as a scanner on the first hit. Seeded with the probes
      *> that actually show up in our logs the first time it is
      *> missing; add lines as new ones appear.
           select pattern-file
               assign to "data/scanner-patterns.conf"
               organization is line sequential
               file status is pattern-file-status.

      *> The blocklist router.cbl consults before doing anything else
      *> with a request - one row per client address.
           select blocked-callers
               assign to "data/blocked-callers.dat"
               organization is indexed
               access mode is dynamic
               record key is bk-caller
               file status is blocked-status.

           select report-file
               assign to "data/blocked-callers-report.txt"
               organization is line sequential
               file status is report-file-status.

       data division.
       file section.
       fd  dispatch-log.
       01  dispatch-log-line    pic x(300).

       fd  pattern-file.
       01  pattern-file-line    pic x(200).

       fd  blocked-callers.
       01  blocked-caller-record.
           03 bk-caller         pic x(64).
           03 bk-status         pic x(10).
           03 bk-reason         pic x(60).
           03 bk-hits           pic 9(6).
           03 bk-sample-path    pic x(100).
           03 bk-blocked-stamp  pic x(14).
           03 bk-expires-stamp  pic x(14).
           03 bk-lifted-stamp   pic x(14).
           03 bk-lifted-by      pic x(50).
           03 bk-block-count    pic 9(4).

       fd  report-file.
       01  report-line          pic x(300).

       working-storage section.
       01 dispatch-log-status  pic xx.
       01 pattern-file-status  pic xx.
       01 blocked-status       pic xx.
       01 report-file-status   pic xx.

      *> Tunables off the site settings - how long a first block
      *> lasts (each repeat block of the same caller lasts that much
      *> longer again, up to 30 days), how many failed requests in
      *> one log generation earn a block without any probe, and a
      *> comma-separated list of address prefixes never blocked
      *> (the office ranges, the monitoring host).
       01 block-hours          pic 9(4) usage comp-5 value 24.
       01 failure-limit        pic 9(6) usage comp-5 value 30.
       01 exempt-prefixes      pic x(200) value spaces.
       01 max-block-hours      pic 9(4) usage comp-5 value 720.
       01 this-block-hours     pic 9(6) usage comp-5.

       01 pattern-table.
           03 pattern-count     pic 99 usage comp-5 value 0.
           03 pattern-rows occurs 60 times.
               05 pn-text       pic x(60).
               05 pn-len        pic 99 usage comp-5.
               05 pn-reason     pic x(40).
       01 pattern-index        pic 99 usage comp-5.
       01 pattern-part-1       pic x(100).
       01 pattern-part-2       pic x(100).

      *> Defaults written to scanner-patterns.conf when it is missing.
       01 default-patterns.
           03 filler pic x(60) value "/wp-login.php|WordPress login".
           03 filler pic x(60) value "/wp-admin|WordPress admin".
           03 filler pic x(60) value "/wp-content|WordPress files".
           03 filler pic x(60) value "/wp-includes|WordPress files".
           03 filler pic x(60) value "/xmlrpc.php|WordPress XML-RPC".
           03 filler pic x(60) value "/.env|environment file".
           03 filler pic x(60) value "/.git|source control files".
           03 filler pic x(60) value "/.aws|cloud credentials".
           03 filler pic x(60) value "/phpmyadmin|phpMyAdmin".
           03 filler pic x(60) value "/pma/|phpMyAdmin".
           03 filler pic x(60) value "/myadmin|phpMyAdmin".
           03 filler pic x(60) value "/phpunit|PHPUnit remote exec".
           03 filler pic x(60) value "/cgi-bin/|CGI exploit".
           03 filler pic x(60) value "/boaform|router exploit".
           03 filler pic x(60) value "/hnap1|router exploit".
           03 filler pic x(60) value "/actuator|Spring actuator".
           03 filler pic x(60) value "/etc/passwd|path traversal".
           03 filler pic x(60) value "../|path traversal".
           03 filler pic x(60) value "..%2f|path traversal".
           03 filler pic x(60) value "%2e%2e|path traversal".
       01 default-pattern-rows redefines default-patterns.
           03 default-pattern occurs 20 times pic x(60).
       01 default-pattern-count pic 99 usage comp-5 value 20.

      *> The dispatch line split on its "|" separators -
      *> "YYYYMMDD HHMMSS | METHOD path | STATUS | 37ms | caller |
      *> H | referrer", the later fields absent on older lines.
       01 log-fields.
           03 log-field occurs 7 times pic x(200).
       01 field-index          pic 9 usage comp-5.
       01 line-method          pic x(10).
       01 line-path            pic x(100).
       01 line-path-lower      pic x(100).
       01 line-status-text     pic x(20).
       01 line-caller          pic x(64).
       01 line-stamp           pic x(14).
       01 parse-pos            pic 9(4) usage comp-5.
       01 parse-out            pic 9(4) usage comp-5.
       01 parse-len            pic 9(4) usage comp-5.
       01 scan-pos             pic 9(4) usage comp-5.
       01 caller-is-address    pic x(1).
       01 caller-len           pic 9(4) usage comp-5.

      *> Existing blocklist rows, loaded up front: an active block
      *> needs nothing more, and a lifted or expired one must only be
      *> judged on what the caller did after its last block or lift
      *> - otherwise the same log lines would block it again the
      *> moment an administrator let it back in.
       01 known-table.
           03 known-count       pic 9(4) usage comp-5 value 0.
           03 known-rows occurs 2000 times.
               05 kn-caller     pic x(64).
               05 kn-active     pic x(1).
               05 kn-since      pic x(14).
       01 known-index          pic 9(4) usage comp-5.
       01 known-found          pic 9(4) usage comp-5.

      *> One row per caller seen doing something suspicious in this
      *> log generation.
       01 offender-table.
           03 offender-count    pic 9(4) usage comp-5 value 0.
           03 offender-rows occurs 2000 times.
               05 of-caller     pic x(64).
               05 of-probes     pic 9(6) usage comp-5.
               05 of-failures   pic 9(6) usage comp-5.
               05 of-refused    pic 9(6) usage comp-5.
               05 of-reason     pic x(40).
               05 of-sample     pic x(100).
               05 of-blocked    pic x(1).
       01 offender-index       pic 9(4) usage comp-5.
       01 offender-found       pic 9(4) usage comp-5.
       01 offenders-dropped    pic 9(8) usage comp-5 value 0.

       01 exempt-text          pic x(200).
       01 exempt-len           pic 9(4) usage comp-5.
       01 exempt-pos           pic 9(4) usage comp-5.
       01 exempt-prefix        pic x(64).
       01 exempt-prefix-len    pic 99 usage comp-5.
       01 exempt-char          pic x(1).
       01 caller-exempt        pic x(1).

       01 now-stamp            pic x(14).
       01 run-timestamp        pic x(21).
       01 stamp-day-number     pic 9(8) usage comp-5.
       01 stamp-total-hours    pic 9(10) usage comp-5.
       01 stamp-hour           pic 99.
       01 stamp-date           pic 9(8).

       01 lines-read           pic 9(8) usage comp-5 value 0.
       01 blocks-placed        pic 9(6) usage comp-5 value 0.
       01 blocks-expired       pic 9(6) usage comp-5 value 0.
       01 blocks-active        pic 9(6) usage comp-5 value 0.
       01 refused-total        pic 9(8) usage comp-5 value 0.
       01 count-display        pic z(7)9.
       01 hits-display         pic z(7)9.
       01 hours-display        pic z(5)9.
       01 block-reason-text    pic x(60).

      *> settings.cbl's LINKAGE shape with local names.
       01 settings-request.
           03 settings-action   pic x(10).
           03 settings-key      pic x(40).
           03 settings-value    pic x(200).

       01 settings-response.
           03 settings-success  pic x(1).
           03 settings-message  pic x(200).
           03 settings-value-out pic x(200).

      *> business-date.cbl's LINKAGE shape with local names - the
      *> report heading carries the business date.
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

      *> Nightly hostile-scanner pass. The per-route rate limiter
      *> only sees bursts; the probes for /wp-login.php, /.env and
      *> friends trickle in under it. This reads the current
      *> router-requests.log generation (rotation bounds the window,
      *> as for not-found-report) and blocks a client address that
      *> requested any known probe path, or piled up
      *> scanner_failure_limit failed requests (not found, refused,
      *> throttled, unauthorized). A block lasts
      *> scanner_block_hours, longer for a repeat offender; router
      *> refuses the caller before any other work while it stands.
      *> Only client addresses are blocked - a caller logged by API
      *> key is an account, and that is an access decision, not a
      *> network one. Administrators can lift a block early from the
      *> admin screens. What was blocked and why goes to
      *> data/blocked-callers-report.txt.
       procedure division.

       move "get" to bd-action.
       move spaces to bd-date-in.
       move spaces to bd-set-by.
       call "business-date" using business-date-request
           business-date-response.
       display function concatenate(
           "block-scanners: business date ", bd-date-iso
       ).

       move function current-date to run-timestamp.
       move run-timestamp(1:14) to now-stamp.
       perform load-settings.
       perform load-patterns.

       open i-o blocked-callers.
       if blocked-status = "35"
           open output blocked-callers
           close blocked-callers
           open i-o blocked-callers
       end-if.
       if blocked-status not = "00"
           display function concatenate(
               "block-scanners: blocklist store could not be opened",
               " (status ", blocked-status, ")"
           )
           move 8 to return-code
           goback
       end-if.
       perform load-known-callers.

       open input dispatch-log.
       if dispatch-log-status = "00"
           perform until dispatch-log-status not = "00"
               read dispatch-log
                   at end move "10" to dispatch-log-status
                   not at end
                       if dispatch-log-line not = spaces
                           add 1 to lines-read
                           perform tally-one-line
                       end-if
               end-read
           end-perform
           close dispatch-log
       else
           display "block-scanners: no request log to analyze"
       end-if.

       perform varying offender-index from 1 by 1
           until offender-index > offender-count
           perform judge-one-offender
       end-perform.

       perform write-report.
       close blocked-callers.

       move blocks-placed to count-display.
       move blocks-active to hits-display.
       display function concatenate(
           "block-scanners: ", function trim(count-display),
           " new block(s), ", function trim(hits-display),
           " active - see data/blocked-callers-report.txt"
       ).

       goback.

       load-settings section.
           move "get" to settings-action.
           move "scanner_block_hours" to settings-key.
           call "settings" using settings-request settings-response.
           if settings-success = "Y"
               and function trim(settings-value-out) is numeric
               and function numval(settings-value-out) > 0
               move function numval(settings-value-out)
                   to block-hours
           end-if.
           move "scanner_failure_limit" to settings-key.
           call "settings" using settings-request settings-response.
           if settings-success = "Y"
               and function trim(settings-value-out) is numeric
               and function numval(settings-value-out) > 0
               move function numval(settings-value-out)
                   to failure-limit
           end-if.
           move "scanner_exempt_prefixes" to settings-key.
           call "settings" using settings-request settings-response.
           if settings-success = "Y"
               move settings-value-out to exempt-prefixes
           end-if.

       load-patterns section.
           open input pattern-file.
           if pattern-file-status = "35"
               perform seed-pattern-file
               open input pattern-file
           end-if.
           if pattern-file-status not = "00"
               exit section
           end-if.
           perform until pattern-file-status not = "00"
               read pattern-file
                   at end move "10" to pattern-file-status
                   not at end
                       if pattern-file-line not = spaces
                           and pattern-file-line(1:1) not = "#"
                           perform add-one-pattern
                       end-if
               end-read
           end-perform.
           close pattern-file.

       seed-pattern-file section.
           open output pattern-file.
           move "# pattern|reason - matched anywhere in the path"
               to pattern-file-line.
           write pattern-file-line.
           perform varying pattern-index from 1 by 1
               until pattern-index > default-pattern-count
               move default-pattern(pattern-index)
                   to pattern-file-line
               write pattern-file-line
           end-perform.
           close pattern-file.

       add-one-pattern section.
           if pattern-count >= 60
               exit section
           end-if.
           move spaces to pattern-part-1.
           move spaces to pattern-part-2.
           unstring pattern-file-line delimited by "|"
               into pattern-part-1 pattern-part-2
           end-unstring.
           if pattern-part-1 = spaces
               exit section
           end-if.
           add 1 to pattern-count.
           move function lower-case(function trim(pattern-part-1))
               to pn-text(pattern-count).
           move function length(function trim(pattern-part-1))
               to pn-len(pattern-count).
           if pattern-part-2 = spaces
               move "known probe path" to pn-reason(pattern-count)
           else
               move function trim(pattern-part-2)
                   to pn-reason(pattern-count)
           end-if.

       load-known-callers section.
           *> Active rows past their expiry are closed off here, so
           *> the report and the router agree on what still stands.
           move low-values to bk-caller.
           move spaces to blocked-status.
           start blocked-callers key is greater than bk-caller
               invalid key move "10" to blocked-status
           end-start.
           perform until blocked-status = "10"
               read blocked-callers next record
                   at end move "10" to blocked-status
                   not at end
                       perform load-one-known-caller
               end-read
           end-perform.
           move spaces to blocked-status.

       load-one-known-caller section.
           if function trim(bk-status) = "active"
               and bk-expires-stamp <= now-stamp
               move "expired" to bk-status
               rewrite blocked-caller-record
                   invalid key
                       continue
               end-rewrite
               add 1 to blocks-expired
           end-if.
           if known-count >= 2000
               exit section
           end-if.
           add 1 to known-count.
           move bk-caller to kn-caller(known-count).
           if function trim(bk-status) = "active"
               move "Y" to kn-active(known-count)
           else
               move "N" to kn-active(known-count)
           end-if.
           move bk-blocked-stamp to kn-since(known-count).
           if bk-lifted-stamp > kn-since(known-count)
               move bk-lifted-stamp to kn-since(known-count)
           end-if.

       tally-one-line section.
           perform parse-log-line.
           perform classify-caller.
           if caller-is-address = "N"
               exit section
           end-if.

           move 0 to known-found.
           perform varying known-index from 1 by 1
               until known-index > known-count or known-found > 0
               if kn-caller(known-index) = line-caller
                   move known-index to known-found
               end-if
           end-perform.

           if function trim(line-status-text) = "BLOCKED"
               add 1 to refused-total
               perform find-offender
               if offender-found > 0
                   add 1 to of-refused(offender-found)
               end-if
               exit section
           end-if.
           if known-found > 0
               if kn-active(known-found) = "Y"
                   or line-stamp <= kn-since(known-found)
                   exit section
               end-if
           end-if.

           move function lower-case(line-path) to line-path-lower.
           perform varying pattern-index from 1 by 1
               until pattern-index > pattern-count
               perform varying scan-pos from 1 by 1
                   until scan-pos > 101 - pn-len(pattern-index)
                   if line-path-lower(scan-pos:pn-len(pattern-index))
                       = pn-text(pattern-index)(1:pn-len(pattern-index))
                       exit perform
                   end-if
               end-perform
               if scan-pos <= 101 - pn-len(pattern-index)
                   exit perform
               end-if
           end-perform.

           if pattern-index <= pattern-count
               perform find-offender
               if offender-found = 0
                   exit section
               end-if
               add 1 to of-probes(offender-found)
               if of-reason(offender-found) = spaces
                   move pn-reason(pattern-index)
                       to of-reason(offender-found)
                   move line-path to of-sample(offender-found)
               end-if
               exit section
           end-if.

           evaluate function trim(line-status-text)
               when "NOT-FOUND"
               when "UNAUTHORIZED"
               when "ADDR-REFUSED"
               when "THROTTLED"
               when "STATIC-REFUSED"
               when "TOO-LARGE"
                   perform find-offender
                   if offender-found > 0
                       add 1 to of-failures(offender-found)
                       if of-sample(offender-found) = spaces
                           move line-path to of-sample(offender-found)
                       end-if
                   end-if
               when other
                   continue
           end-evaluate.

       classify-caller section.
           *> A client address is short and dotted (IPv4) or colon-
           *> separated (IPv6); an API caller is logged as
           *> "key=<owner>#<fingerprint>" (api-key-identity.cbl), or
           *> in logs written before that as the 64-character key.
           move "N" to caller-is-address.
           if line-caller = spaces or line-caller = "unknown"
               or line-caller(1:4) = "key="
               exit section
           end-if.
           move function length(function trim(line-caller))
               to caller-len.
           if caller-len > 45
               exit section
           end-if.
           perform varying scan-pos from 1 by 1
               until scan-pos > caller-len
               if line-caller(scan-pos:1) = "." or ":"
                   move "Y" to caller-is-address
               end-if
           end-perform.
           if caller-is-address = "N"
               exit section
           end-if.
           perform check-exempt-prefix.
           if caller-exempt = "Y"
               move "N" to caller-is-address
           end-if.

       check-exempt-prefix section.
           *> Same comma-separated prefix list shape as a route's
           *> allow list in routes.conf.
           move "N" to caller-exempt.
           move exempt-prefixes to exempt-text.
           move function length(function trim(exempt-text))
               to exempt-len.
           if exempt-text = spaces
               exit section
           end-if.
           move 1 to exempt-pos.
           perform until exempt-pos > exempt-len
               or caller-exempt = "Y"
               move spaces to exempt-prefix
               move 0 to exempt-prefix-len
               perform until exempt-pos > exempt-len
                   move exempt-text(exempt-pos:1) to exempt-char
                   add 1 to exempt-pos
                   if exempt-char = ","
                       exit perform
                   end-if
                   if exempt-char not = space
                       and exempt-prefix-len < 64
                       add 1 to exempt-prefix-len
                       move exempt-char
                           to exempt-prefix(exempt-prefix-len:1)
                   end-if
               end-perform
               if exempt-prefix-len > 0
                   and line-caller(1:exempt-prefix-len)
                       = exempt-prefix(1:exempt-prefix-len)
                   move "Y" to caller-exempt
               end-if
           end-perform.

       find-offender section.
           move 0 to offender-found.
           perform varying offender-index from 1 by 1
               until offender-index > offender-count
               or offender-found > 0
               if of-caller(offender-index) = line-caller
                   move offender-index to offender-found
               end-if
           end-perform.
           if offender-found > 0
               exit section
           end-if.
           if offender-count >= 2000
               add 1 to offenders-dropped
               exit section
           end-if.
           add 1 to offender-count.
           move offender-count to offender-found.
           move line-caller to of-caller(offender-found).
           move 0 to of-probes(offender-found).
           move 0 to of-failures(offender-found).
           move 0 to of-refused(offender-found).
           move spaces to of-reason(offender-found).
           move spaces to of-sample(offender-found).
           move "N" to of-blocked(offender-found).

       parse-log-line section.
           move spaces to log-fields.
           move 1 to field-index.
           move 0 to parse-out.
           move function length(
               function trim(dispatch-log-line, trailing))
               to parse-len.
           perform varying parse-pos from 1 by 1
               until parse-pos > parse-len
               if dispatch-log-line(parse-pos:1) = "|"
                   if field-index < 7
                       add 1 to field-index
                   end-if
                   move 0 to parse-out
               else
                   if parse-out < 200
                       and (parse-out > 0
                       or dispatch-log-line(parse-pos:1) not = space)
                       add 1 to parse-out
                       move dispatch-log-line(parse-pos:1)
                           to log-field(field-index)(parse-out:1)
                   end-if
               end-if
           end-perform.
           move function concatenate(
               log-field(1)(1:8), log-field(1)(10:6)
           ) to line-stamp.
           move spaces to line-method.
           move spaces to line-path.
           unstring log-field(2) delimited by all space
               into line-method line-path
           end-unstring.
           move log-field(3) to line-status-text.
           move log-field(5) to line-caller.

       judge-one-offender section.
           move spaces to block-reason-text.
           if of-probes(offender-index) > 0
               move of-probes(offender-index) to hits-display
               move function concatenate(
                   "probe: ", function trim(of-reason(offender-index)),
                   " (", function trim(hits-display), " hit(s))"
               ) to block-reason-text
           else
               if of-failures(offender-index) >= failure-limit
                   move of-failures(offender-index) to hits-display
                   move function concatenate(
                       "repeated failures (",
                       function trim(hits-display), ")"
                   ) to block-reason-text
               end-if
           end-if.
           if block-reason-text = spaces
               exit section
           end-if.

           move of-caller(offender-index) to bk-caller.
           read blocked-callers
               invalid key
                   move spaces to blocked-caller-record
                   move of-caller(offender-index) to bk-caller
                   move 0 to bk-block-count
           end-read.
           if function trim(bk-status) = "active"
               exit section
           end-if.
           add 1 to bk-block-count.
           compute this-block-hours = block-hours * bk-block-count.
           if this-block-hours > max-block-hours
               move max-block-hours to this-block-hours
           end-if.
           move "active" to bk-status.
           move block-reason-text to bk-reason.
           compute bk-hits = of-probes(offender-index)
               + of-failures(offender-index).
           move of-sample(offender-index) to bk-sample-path.
           move now-stamp to bk-blocked-stamp.
           perform compute-expiry-stamp.
           move spaces to bk-lifted-stamp.
           move spaces to bk-lifted-by.
           write blocked-caller-record
               invalid key
                   rewrite blocked-caller-record
                       invalid key
                           exit section
                   end-rewrite
           end-write.
           move "Y" to of-blocked(offender-index).
           add 1 to blocks-placed.

       compute-expiry-stamp section.
           *> now + this-block-hours, whole hours on the clock.
           compute stamp-day-number = function integer-of-date(
               function numval(now-stamp(1:8))).
           compute stamp-total-hours = stamp-day-number * 24
               + function numval(now-stamp(9:2)) + this-block-hours.
           compute stamp-date = function date-of-integer(
               function integer(stamp-total-hours / 24)).
           compute stamp-hour = function mod(stamp-total-hours, 24).
           move function concatenate(
               stamp-date, stamp-hour, now-stamp(11:4)
           ) to bk-expires-stamp.

       write-report section.
           open output report-file.
           move "HOSTILE SCANNER BLOCKS" to report-line.
           write report-line.
           move lines-read to hits-display.
           move function concatenate(
               "Business date: ", bd-date-iso,
               "   Log lines read: ", function trim(hits-display)
           ) to report-line.
           write report-line.
           move block-hours to hours-display.
           move failure-limit to count-display.
           move function concatenate(
               "Block length: ", function trim(hours-display),
               "h (longer for repeat offenders)   Failure limit: ",
               function trim(count-display)
           ) to report-line.
           write report-line.
           if offenders-dropped > 0
               move offenders-dropped to hits-display
               move function concatenate(
                   "NOTE: more than 2000 suspicious callers - ",
                   function trim(hits-display),
                   " line(s) from further callers were not judged"
               ) to report-line
               write report-line
           end-if.
           move spaces to report-line.
           write report-line.

           move "BLOCKED THIS RUN" to report-line.
           write report-line.
           if blocks-placed = 0
               move "  none" to report-line
               write report-line
           end-if.
           perform varying offender-index from 1 by 1
               until offender-index > offender-count
               if of-blocked(offender-index) = "Y"
                   perform write-one-new-block
               end-if
           end-perform.
           move spaces to report-line.
           write report-line.

           move refused-total to hits-display.
           move function concatenate(
               "REQUESTS REFUSED FROM BLOCKED CALLERS: ",
               function trim(hits-display)
           ) to report-line.
           write report-line.
           perform varying offender-index from 1 by 1
               until offender-index > offender-count
               if of-refused(offender-index) > 0
                   move of-refused(offender-index) to hits-display
                   move function concatenate(
                       "  ", function trim(of-caller(offender-index)),
                       "   ", function trim(hits-display)
                   ) to report-line
                   write report-line
               end-if
           end-perform.
           move spaces to report-line.
           write report-line.

           move blocks-expired to count-display.
           move function concatenate(
               "BLOCKS STILL STANDING (", function trim(count-display),
               " expired since the last run)"
           ) to report-line.
           write report-line.
           move low-values to bk-caller.
           move spaces to blocked-status.
           start blocked-callers key is greater than bk-caller
               invalid key move "10" to blocked-status
           end-start.
           perform until blocked-status = "10"
               read blocked-callers next record
                   at end move "10" to blocked-status
                   not at end
                       if function trim(bk-status) = "active"
                           perform write-one-standing-block
                       end-if
               end-read
           end-perform.
           move spaces to blocked-status.
           close report-file.

       write-one-new-block section.
           move of-caller(offender-index) to bk-caller.
           read blocked-callers
               invalid key
                   exit section
           end-read.
           move function concatenate(
               "  ", function trim(bk-caller), "   ",
               function trim(bk-reason)
           ) to report-line.
           write report-line.
           move bk-block-count to count-display.
           move function concatenate(
               "      e.g. ", function trim(bk-sample-path),
               "   until ", bk-expires-stamp(1:8), " ",
               bk-expires-stamp(9:6), "   block no. ",
               function trim(count-display)
           ) to report-line.
           write report-line.

       write-one-standing-block section.
           add 1 to blocks-active.
           move function concatenate(
               "  ", function trim(bk-caller), "   until ",
               bk-expires-stamp(1:8), " ", bk-expires-stamp(9:6),
               "   ", function trim(bk-reason)
           ) to report-line.
           write report-line.

       end program block-scanners.
