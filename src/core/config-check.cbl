       identification division.
       program-id. config-check.

       environment division.
       input-output section.
       file-control.
      *> Generic line readers - one for the file being checked or
      *> loaded, one for the version it is compared against. Every
      *> flat config file in data/ is read through these.
           select conf-file
               assign to conf-path
               organization is line sequential
               file status is conf-file-status.

           select other-file
               assign to other-path
               organization is line sequential
               file status is other-file-status.

      *> Every accepted version of every config file, oldest first -
      *> one "stamp|file|copy|lines|by|how" line per version. Only
      *> ever appended to, the same way backup-stores keeps its
      *> manifest.
           select version-log
               assign to "data/config-versions.log"
               organization is line sequential
               file status is version-log-status.

           select report-file
               assign to report-path
               organization is line sequential
               file status is report-file-status.

       data division.
       file section.
       fd  conf-file.
       01  conf-line            pic x(600).

       fd  other-file.
       01  other-line           pic x(600).

       fd  version-log.
       01  version-log-line     pic x(400).

       fd  report-file.
       01  report-line          pic x(700).

       working-storage section.
       01 conf-file-status     pic xx.
       01 other-file-status    pic xx.
       01 version-log-status   pic xx.
       01 report-file-status   pic xx.
       01 conf-path            pic x(200).
       01 other-path           pic x(200).
       01 report-path          pic x(200).

      *> The flat config files the site reads on every hit or run,
      *> with the widest line each one's reader will take (router,
      *> webhook-dispatch and email-dispatch read them into
      *> fixed-width lines; anything longer is cut off silently).
       01 conf-table.
           03 conf-count        pic 9 usage comp-5 value 5.
           03 conf-entries.
               05 filler pic x(30) value "routes.conf".
               05 filler pic 9(3) value 600.
               05 filler pic x(30) value "sites.conf".
               05 filler pic 9(3) value 200.
               05 filler pic x(30) value "redirects.conf".
               05 filler pic 9(3) value 500.
               05 filler pic x(30) value "webhook-subscribers.conf".
               05 filler pic 9(3) value 300.
               05 filler pic x(30) value "mail-transport.conf".
               05 filler pic 9(3) value 200.
           03 conf-rows redefines conf-entries occurs 5 times.
               05 conf-names    pic x(30).
               05 conf-widths   pic 9(3).
       01 conf-index           pic 9 usage comp-5.

      *> Programs router can dispatch to - a routes.conf destiny not
      *> in this list is a CALL that fails on the first hit.
       01 destiny-table.
           03 destiny-count     pic 99 usage comp-5 value 26.
           03 destiny-entries.
               05 filler pic x(20) value "admin".
               05 filler pic x(20) value "advanced".
               05 filler pic x(20) value "apihandler".
               05 filler pic x(20) value "authorview".
               05 filler pic x(20) value "commentreport".
               05 filler pic x(20) value "confirmemail".
               05 filler pic x(20) value "deleteitem".
               05 filler pic x(20) value "eventview".
               05 filler pic x(20) value "feed".
               05 filler pic x(20) value "forgotpassword".
               05 filler pic x(20) value "healthstatus".
               05 filler pic x(20) value "indexweb".
               05 filler pic x(20) value "login".
               05 filler pic x(20) value "mediaupload".
               05 filler pic x(20) value "newsletter".
               05 filler pic x(20) value "pagefeedback".
               05 filler pic x(20) value "resetpassword".
               05 filler pic x(20) value "search".
               05 filler pic x(20) value "showform".
               05 filler pic x(20) value "showname".
               05 filler pic x(20) value "showpage".
               05 filler pic x(20) value "showsum".
               05 filler pic x(20) value "submitcomment".
               05 filler pic x(20) value "submitform".
               05 filler pic x(20) value "tagview".
               05 filler pic x(20) value "updateitem".
           03 destiny-names redefines destiny-entries
               occurs 26 times pic x(20).
       01 destiny-index        pic 99 usage comp-5.

      *> CONFIG_ACTION selects the run: blank or "check" validates
      *> every live file and records any that changed in place as a
      *> new version; "promote" validates the candidate
      *> data/<CONFIG_FILE>.new and only puts it live when it is
      *> clean; "diff" compares two versions of CONFIG_FILE
      *> (CONFIG_FROM / CONFIG_TO - a version stamp from the log,
      *> "live" or "new"; blank TO is the latest accepted version and
      *> blank FROM the one before it). CONFIG_CHANGED_BY names the
      *> person a promotion is recorded against.
       01 config-action        pic x(20).
       01 config-file-name     pic x(30).
       01 config-from          pic x(20).
       01 config-to            pic x(20).
       01 changed-by           pic x(50).

      *> The date part of every stamp below is the business date;
      *> only the time of day comes off the clock.
       01 run-stamp            pic x(21).
       01 version-stamp        pic x(16).

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
       01 version-path         pic x(200).
       01 live-path            pic x(200).
       01 candidate-path       pic x(200).
       01 file-op-result       pic s9(9) usage comp-5.
       01 file-details.
           03 file-size         pic x(8) usage comp-x.
           03 filler            pic x(8).
       01 files-match          pic x(1).
       01 promote-failed       pic x(1) value "N".

      *> Last accepted version of the file in hand, and the result
      *> of looking a version stamp up in the log.
       01 latest-stamp         pic x(16).
       01 latest-path          pic x(200).
       01 previous-stamp       pic x(16).
       01 found-stamp          pic x(16).
       01 found-path           pic x(200).
       01 found-by             pic x(50).
       01 found-how            pic x(200).
       01 lookup-stamp         pic x(20).
       01 log-stamp            pic x(16).
       01 log-file             pic x(30).
       01 log-path             pic x(200).
       01 log-by               pic x(50).
       01 log-how              pic x(20).
       01 accepted-how         pic x(20).
       01 accepted-by          pic x(50).

      *> Validation state for the file in hand.
       01 line-number          pic 9(6) usage comp-5.
       01 entry-count          pic 9(6) usage comp-5.
       01 file-errors          pic 9(6) usage comp-5.
       01 file-warnings        pic 9(6) usage comp-5.
       01 total-errors         pic 9(6) usage comp-5 value 0.
       01 total-warnings       pic 9(6) usage comp-5 value 0.
       01 trimmed-length       pic 9(4) usage comp-5.
       01 pipe-count           pic 9(4) usage comp-5.
       01 space-count          pic 9(4) usage comp-5.
       01 issue-severity       pic x(7).
       01 issue-text           pic x(300).
       01 first-line-blank     pic x(1).

       01 scan-text            pic x(600).
       01 scan-len             pic 9(4) usage comp-5.
       01 scan-pos             pic 9(4) usage comp-5.
       01 scan-part            pic x(300).
       01 scan-part-len        pic 9(4) usage comp-5.
       01 field-1              pic x(300).
       01 field-2              pic x(300).
       01 field-3              pic x(300).
       01 field-4              pic x(300).
       01 field-5              pic x(300).
       01 field-6              pic x(300).
       01 field-7              pic x(300).
       01 header-item          pic x(300).
       01 header-item-name     pic x(300).
       01 header-item-pos      pic 9(4) usage comp-5.
       01 url-host             pic x(300).

      *> Keys already seen in the file in hand - a second route for
      *> the same path and method, or a second line for the same
      *> host or old path, is never reached.
       01 seen-table.
           03 seen-count        pic 9(4) usage comp-5 value 0.
           03 seen-keys occurs 500 times pic x(200).
       01 seen-key             pic x(200).
       01 seen-index           pic 9(4) usage comp-5.
       01 seen-found           pic x(1).

      *> Line tables for the diff - a longest-common-subsequence
      *> walk over the two versions. Files past the table size are
      *> compared on their first diff-limit lines only, and the
      *> report says so.
       01 diff-limit           pic 9(4) usage comp-5 value 400.
       01 from-table.
           03 from-count        pic 9(4) usage comp-5 value 0.
           03 from-lines occurs 400 times pic x(500).
       01 to-table.
           03 to-count          pic 9(4) usage comp-5 value 0.
           03 to-lines occurs 400 times pic x(500).
       01 lcs-matrix.
           03 lcs-rows occurs 401 times.
               05 lcs-cell occurs 401 times pic 9(4) usage comp-5.
       01 from-truncated       pic x(1).
       01 to-truncated         pic x(1).
       01 load-truncated       pic x(1).
       01 load-count           pic 9(4) usage comp-5.
       01 diff-i               pic 9(4) usage comp-5.
       01 diff-j               pic 9(4) usage comp-5.
       01 lines-added          pic 9(6) usage comp-5.
       01 lines-removed        pic 9(6) usage comp-5.
       01 lines-kept           pic 9(6) usage comp-5.
       01 from-label           pic x(200).
       01 to-label             pic x(200).
       01 from-path            pic x(200).
       01 to-path              pic x(200).
       01 diff-failed          pic x(1) value "N".

       01 line-display         pic z(5)9.
       01 count-display        pic z(5)9.
       01 count-display-2      pic z(5)9.
       01 count-display-3      pic z(5)9.

      *> Change control for the flat config files. routes.conf,
      *> sites.conf, redirects.conf, webhook-subscribers.conf and
      *> mail-transport.conf are read by the router and the
      *> dispatchers on every hit or run, so one bad line takes the
      *> site down. Each file's line format is checked here -
      *> field counts, known destinies, duplicate hosts and paths,
      *> well-formed subscriber URLs - and every version that passes
      *> is kept as a dated copy (data/config-<file>.<stamp>) listed
      *> in data/config-versions.log, so the change board can see who
      *> put what live and when, and diff any two versions. The
      *> nightly run is report-only; a promotion that fails
      *> validation leaves the live file untouched.
       procedure division.

       move "get" to bd-action.
       move spaces to bd-date-in.
       move spaces to bd-set-by.
       call "business-date" using business-date-request
           business-date-response.
       display function concatenate(
           "config-check: business date ", bd-date-iso
       ).

       accept config-action from environment "CONFIG_ACTION".
       move function lower-case(config-action) to config-action.
       accept config-file-name from environment "CONFIG_FILE".
       accept config-from from environment "CONFIG_FROM".
       accept config-to from environment "CONFIG_TO".
       accept changed-by from environment "CONFIG_CHANGED_BY".
       if changed-by = spaces
           accept changed-by from environment "USER"
       end-if.
       if changed-by = spaces
           move "unknown" to changed-by
       end-if.

       evaluate function trim(config-action)
           when spaces
           when "check"
               perform check-all-configs
           when "promote"
               perform promote-candidate
           when "diff"
               perform diff-versions
           when other
               display function concatenate(
                   "config-check: unknown CONFIG_ACTION '",
                   function trim(config-action),
                   "' - use check, promote or diff"
               )
               move 8 to return-code
       end-evaluate.

       goback.

       check-all-configs section.
           *> The nightly pass. A file edited in place since its last
           *> accepted version (the admin redirect screen appends to
           *> redirects.conf, for one) is taken as a new version when
           *> it passes, and reported when it does not.
           move "data/config-check-report.txt" to report-path.
           open output report-file.
           move function current-date to run-stamp.
           move bd-date to run-stamp(1:8).
           move "FLAT CONFIG FILE VALIDATION" to report-line.
           write report-line.
           move function concatenate(
               "Run: ", run-stamp(1:8), " ", run-stamp(9:6)
           ) to report-line.
           write report-line.
           perform varying conf-index from 1 by 1
               until conf-index > conf-count
               move function concatenate(
                   "data/", function trim(conf-names(conf-index))
               ) to conf-path
               perform validate-conf-file
               if conf-file-status not = "35" and file-errors = 0
                   move "in place" to accepted-how
                   move "unattributed" to accepted-by
                   perform capture-if-changed
               end-if
           end-perform.
           perform write-run-totals.
           close report-file.
           move total-errors to count-display.
           move total-warnings to count-display-2.
           display function concatenate(
               "config-check: ", function trim(count-display),
               " error(s), ", function trim(count-display-2),
               " warning(s) - see data/config-check-report.txt"
           ).

       promote-candidate section.
           *> The way a config change goes live: the edited file is
           *> put down as data/<file>.new, checked here, and only
           *> renamed over the live file when it is clean. The live
           *> file is captured first if it was changed in place, so
           *> nothing that ever ran is lost from the history.
           perform find-conf-index.
           if conf-index = 0
               display function concatenate(
                   "config-check: CONFIG_FILE '",
                   function trim(config-file-name),
                   "' is not a managed config file"
               )
               move 8 to return-code
               exit section
           end-if.
           move function concatenate(
               "data/", function trim(conf-names(conf-index))
           ) to live-path.
           move function concatenate(
               function trim(live-path), ".new"
           ) to candidate-path.

           move "data/config-check-report.txt" to report-path.
           open output report-file.
           move function current-date to run-stamp.
           move bd-date to run-stamp(1:8).
           move function concatenate(
               "CONFIG PROMOTION - ",
               function trim(conf-names(conf-index))
           ) to report-line.
           write report-line.
           move function concatenate(
               "Run: ", run-stamp(1:8), " ", run-stamp(9:6),
               "   Requested by: ", function trim(changed-by)
           ) to report-line.
           write report-line.

           move candidate-path to conf-path.
           perform validate-conf-file.
           if conf-file-status = "35"
               move function concatenate(
                   "REFUSED - no candidate at ",
                   function trim(candidate-path)
               ) to report-line
               write report-line
               move "Y" to promote-failed
           end-if.
           if promote-failed = "N" and file-errors > 0
               move function concatenate(
                   "REFUSED - candidate failed validation; ",
                   function trim(live-path), " left unchanged"
               ) to report-line
               write report-line
               move "Y" to promote-failed
           end-if.

           if promote-failed = "N"
               move live-path to conf-path
               call "CBL_CHECK_FILE_EXIST" using live-path
                   file-details
                   returning file-op-result
               if file-op-result = 0
                   move "in place" to accepted-how
                   move "unattributed" to accepted-by
                   perform capture-if-changed
               end-if
               move candidate-path to conf-path
               move "promoted" to accepted-how
               move changed-by to accepted-by
               perform record-new-version
               if version-path = spaces
                   move "REFUSED - version copy could not be written"
                       to report-line
                   write report-line
                   move "Y" to promote-failed
               end-if
           end-if.

           if promote-failed = "N"
               call "CBL_RENAME_FILE" using candidate-path live-path
                   returning file-op-result
               if file-op-result not = 0
                   move function concatenate(
                       "FAILED - ", function trim(candidate-path),
                       " could not be renamed into place"
                   ) to report-line
                   write report-line
                   move "Y" to promote-failed
               else
                   move function concatenate(
                       "PROMOTED - ", function trim(live-path),
                       " is now version ", version-stamp
                   ) to report-line
                   write report-line
               end-if
           end-if.
           close report-file.

           if promote-failed = "Y"
               display function concatenate(
                   "config-check: ",
                   function trim(conf-names(conf-index)),
                   " NOT promoted - see data/config-check-report.txt"
               )
               move 8 to return-code
           else
               display function concatenate(
                   "config-check: ",
                   function trim(conf-names(conf-index)),
                   " promoted as version ", version-stamp
               )
           end-if.

       find-conf-index section.
           perform varying conf-index from 1 by 1
               until conf-index > conf-count
               or function trim(conf-names(conf-index))
                   = function trim(config-file-name)
           end-perform.
           if conf-index > conf-count
               move 0 to conf-index
           end-if.

       capture-if-changed section.
           *> conf-path is a clean file; it becomes a new version
           *> unless it is byte-for-byte the latest one on record.
           perform find-latest-version.
           move "N" to files-match.
           if latest-path not = spaces
               move latest-path to other-path
               perform compare-conf-with-other
           end-if.
           if files-match = "N"
               perform record-new-version
               if version-path not = spaces
                   move function concatenate(
                       "   recorded as version ", version-stamp,
                       " (", function trim(accepted-how), ")"
                   ) to report-line
                   write report-line
               end-if
           end-if.

       record-new-version section.
           *> Copies conf-path to its dated name and appends the log
           *> line. version-path comes back blank when the copy
           *> failed.
           move function current-date to run-stamp.
           move bd-date to run-stamp(1:8).
           move run-stamp(1:16) to version-stamp.
           move function concatenate(
               "data/config-", function trim(conf-names(conf-index)),
               ".", version-stamp
           ) to version-path.
           call "CBL_COPY_FILE" using conf-path version-path
               returning file-op-result.
           if file-op-result not = 0
               move spaces to version-path
               exit section
           end-if.
           move 0 to line-number.
           open input conf-file.
           perform until conf-file-status not = "00"
               read conf-file
                   at end move "10" to conf-file-status
                   not at end add 1 to line-number
               end-read
           end-perform.
           close conf-file.
           move line-number to count-display.
           open extend version-log.
           if version-log-status not = "00"
               open output version-log
               close version-log
               open extend version-log
           end-if.
           move function concatenate(
               version-stamp, "|",
               function trim(conf-names(conf-index)), "|",
               function trim(version-path), "|",
               function trim(count-display), "|",
               function trim(accepted-by), "|",
               function trim(accepted-how)
           ) to version-log-line.
           write version-log-line.
           close version-log.

       find-latest-version section.
           *> Leaves the last two versions of the file in hand in
           *> latest-stamp/latest-path and previous-stamp; blank
           *> when there are none.
           move spaces to latest-stamp.
           move spaces to latest-path.
           move spaces to previous-stamp.
           open input version-log.
           if version-log-status not = "00"
               exit section
           end-if.
           perform until version-log-status not = "00"
               read version-log
                   at end move "10" to version-log-status
                   not at end
                       perform split-version-log-line
                       if function trim(log-file)
                           = function trim(conf-names(conf-index))
                           move latest-stamp to previous-stamp
                           move log-stamp to latest-stamp
                           move log-path to latest-path
                       end-if
               end-read
           end-perform.
           close version-log.

       find-version-by-stamp section.
           *> lookup-stamp in; found-stamp/found-path/found-by/
           *> found-how out, blank when the log has no such version.
           move spaces to found-stamp.
           move spaces to found-path.
           move spaces to found-by.
           move spaces to found-how.
           open input version-log.
           if version-log-status not = "00"
               exit section
           end-if.
           perform until version-log-status not = "00"
               read version-log
                   at end move "10" to version-log-status
                   not at end
                       perform split-version-log-line
                       if function trim(log-file)
                           = function trim(conf-names(conf-index))
                           and log-stamp = lookup-stamp
                           move log-stamp to found-stamp
                           move log-path to found-path
                           move log-by to found-by
                           move log-how to found-how
                       end-if
               end-read
           end-perform.
           close version-log.

       split-version-log-line section.
           move version-log-line to scan-text.
           perform start-scan.
           perform next-scan-part.
           move scan-part to log-stamp.
           perform next-scan-part.
           move scan-part to log-file.
           perform next-scan-part.
           move scan-part to log-path.
           perform next-scan-part.
           perform next-scan-part.
           move scan-part to log-by.
           perform next-scan-part.
           move scan-part to log-how.

       compare-conf-with-other section.
           *> files-match = "Y" when conf-path and other-path hold
           *> the same lines.
           move "Y" to files-match.
           open input conf-file.
           open input other-file.
           if conf-file-status not = "00"
               or other-file-status not = "00"
               move "N" to files-match
           end-if.
           perform until files-match = "N"
               or (conf-file-status = "10" and other-file-status = "10")
               read conf-file
                   at end move "10" to conf-file-status
               end-read
               read other-file
                   at end move "10" to other-file-status
               end-read
               if conf-file-status not = other-file-status
                   move "N" to files-match
               else
                   if conf-file-status = "00"
                       and conf-line not = other-line
                       move "N" to files-match
                   end-if
               end-if
           end-perform.
           if conf-file-status not = "35"
               close conf-file
           end-if.
           if other-file-status not = "35"
               close other-file
           end-if.

       validate-conf-file section.
           *> conf-path / conf-index in. Writes the file's section of
           *> the report and leaves file-errors, file-warnings and
           *> entry-count; conf-file-status is "35" when the file is
           *> not there.
           move 0 to file-errors.
           move 0 to file-warnings.
           move 0 to entry-count.
           move 0 to line-number.
           move 0 to seen-count.
           move "N" to first-line-blank.
           move spaces to report-line.
           write report-line.
           move function concatenate(
               "== ", function trim(conf-path), " =="
           ) to report-line.
           write report-line.
           open input conf-file.
           if conf-file-status = "35"
               move "   not present - nothing to check" to report-line
               write report-line
               exit section
           end-if.
           perform until conf-file-status not = "00"
               read conf-file
                   at end move "10" to conf-file-status
                   not at end
                       add 1 to line-number
                       perform validate-conf-line
               end-read
           end-perform.
           close conf-file.
           perform validate-conf-totals.
           move entry-count to count-display.
           move file-errors to count-display-2.
           move file-warnings to count-display-3.
           move function concatenate(
               "   ", function trim(count-display), " entries, ",
               function trim(count-display-2), " error(s), ",
               function trim(count-display-3), " warning(s)"
           ) to report-line.
           write report-line.
           add file-errors to total-errors.
           add file-warnings to total-warnings.

       validate-conf-line section.
           move function length(function trim(conf-line))
               to trimmed-length.
           if conf-line = spaces
               if line-number = 1
                   move "Y" to first-line-blank
               end-if
               exit section
           end-if.
           if trimmed-length > conf-widths(conf-index)
               move conf-widths(conf-index) to count-display
               move "ERROR" to issue-severity
               move function concatenate(
                   "longer than the ", function trim(count-display),
                   " characters its reader takes - the end is lost"
               ) to issue-text
               perform write-issue
           end-if.
           move function trim(conf-line) to scan-text.
           move 0 to pipe-count.
           inspect scan-text tallying pipe-count for all "|".
           perform start-scan.
           perform next-scan-part.
           move scan-part to field-1.
           perform next-scan-part.
           move scan-part to field-2.
           perform next-scan-part.
           move scan-part to field-3.
           perform next-scan-part.
           move scan-part to field-4.
           perform next-scan-part.
           move scan-part to field-5.
           perform next-scan-part.
           move scan-part to field-6.
           perform next-scan-part.
           move scan-part to field-7.
           evaluate conf-index
               when 1
                   perform validate-route-line
               when 2
                   perform validate-site-line
               when 3
                   perform validate-redirect-line
               when 4
                   perform validate-webhook-line
               when 5
                   perform validate-transport-line
           end-evaluate.

       validate-route-line section.
           *> pattern|method|destiny|auth|rate|allow-list|headers -
           *> the last three are optional.
           add 1 to entry-count.
           if pipe-count < 3 or pipe-count > 6
               move "ERROR" to issue-severity
               move "expected 4 to 7 '|'-separated fields" to issue-text
               perform write-issue
               exit section
           end-if.
           if field-1(1:1) not = "/"
               move "ERROR" to issue-severity
               move function concatenate(
                   "pattern '", function trim(field-1),
                   "' does not start with /"
               ) to issue-text
               perform write-issue
           end-if.
           if function trim(field-2) not = "GET"
               and function trim(field-2) not = "POST"
               and function trim(field-2) not = "PUT"
               and function trim(field-2) not = "DELETE"
               and function trim(field-2) not = "PATCH"
               and function trim(field-2) not = "HEAD"
               move "ERROR" to issue-severity
               move function concatenate(
                   "method '", function trim(field-2),
                   "' is not an HTTP method"
               ) to issue-text
               perform write-issue
           end-if.
           move "N" to seen-found.
           perform varying destiny-index from 1 by 1
               until destiny-index > destiny-count
               if function trim(destiny-names(destiny-index))
                   = function trim(field-3)
                   move "Y" to seen-found
               end-if
           end-perform.
           if seen-found = "N"
               move "ERROR" to issue-severity
               move function concatenate(
                   "destiny '", function trim(field-3),
                   "' is not a program the router can call"
               ) to issue-text
               perform write-issue
           end-if.
           if field-4 not = "Y" and field-4 not = "N"
               move "ERROR" to issue-severity
               move function concatenate(
                   "auth flag '", function trim(field-4),
                   "' must be Y or N"
               ) to issue-text
               perform write-issue
           end-if.
           if field-5 not = spaces
               and function trim(field-5) is not numeric
               move "ERROR" to issue-severity
               move function concatenate(
                   "rate limit '", function trim(field-5),
                   "' is not a number"
               ) to issue-text
               perform write-issue
           end-if.
           move field-6 to url-host.
           perform count-inner-spaces.
           if space-count > 0
               move "ERROR" to issue-severity
               move "allow list contains spaces - use commas only"
                   to issue-text
               perform write-issue
           end-if.
           if field-7 not = spaces
               perform validate-header-overrides
           end-if.
           move function concatenate(
               function trim(field-1), "|", function trim(field-2)
           ) to seen-key.
           perform check-seen-key.
           if seen-found = "Y"
               move "WARNING" to issue-severity
               move function concatenate(
                   function trim(field-2), " ", function trim(field-1),
                   " is routed by an earlier line - this one is never ",
                   "reached"
               ) to issue-text
               perform write-issue
           end-if.

       validate-header-overrides section.
           *> Comma-separated name=value items; router ignores an
           *> unknown name, so a typo would silently leave the
           *> site-wide header in place.
           move function trim(field-7) to scan-text.
           move function length(function trim(field-7)) to scan-len.
           move 1 to scan-pos.
           perform until scan-pos > scan-len
               move spaces to header-item
               move 1 to header-item-pos
               perform until scan-pos > scan-len
                   or scan-text(scan-pos:1) = ","
                   move scan-text(scan-pos:1)
                       to header-item(header-item-pos:1)
                   add 1 to scan-pos
                   add 1 to header-item-pos
               end-perform
               add 1 to scan-pos
               move spaces to header-item-name
               unstring header-item delimited by "="
                   into header-item-name
               end-unstring
               evaluate function lower-case(
                   function trim(header-item-name))
                   when "csp"
                   when "hsts"
                   when "frame"
                   when "nosniff"
                   when "referrer"
                       continue
                   when other
                       move "ERROR" to issue-severity
                       move function concatenate(
                           "header override '",
                           function trim(header-item),
                           "' - expected csp, hsts, frame, nosniff ",
                           "or referrer=value"
                       ) to issue-text
                       perform write-issue
               end-evaluate
           end-perform.

       validate-site-line section.
           *> site-id|hostname
           add 1 to entry-count.
           if pipe-count not = 1
               move "ERROR" to issue-severity
               move "expected site-id|hostname" to issue-text
               perform write-issue
               exit section
           end-if.
           if field-1 = spaces
               or function length(function trim(field-1)) > 20
               move "ERROR" to issue-severity
               move "site id must be 1 to 20 characters" to issue-text
               perform write-issue
           end-if.
           move field-2 to url-host.
           perform count-inner-spaces.
           inspect field-2 tallying space-count for all "/".
           if field-2 = spaces or space-count > 0
               or function length(function trim(field-2)) > 100
               move "ERROR" to issue-severity
               move function concatenate(
                   "hostname '", function trim(field-2),
                   "' is not a bare host name"
               ) to issue-text
               perform write-issue
               exit section
           end-if.
           move function lower-case(function trim(field-2))
               to seen-key.
           perform check-seen-key.
           if seen-found = "Y"
               move "ERROR" to issue-severity
               move function concatenate(
                   "hostname ", function trim(seen-key),
                   " is already mapped to a site by an earlier line"
               ) to issue-text
               perform write-issue
           end-if.

       validate-redirect-line section.
           *> old-path|new-target|permanent - the flag may be left
           *> off, which the router treats as a temporary move.
           add 1 to entry-count.
           if pipe-count < 1 or pipe-count > 2
               move "ERROR" to issue-severity
               move "expected old-path|new-target|Y-or-N" to issue-text
               perform write-issue
               exit section
           end-if.
           if field-1(1:1) not = "/"
               move "ERROR" to issue-severity
               move function concatenate(
                   "old path '", function trim(field-1),
                   "' does not start with /"
               ) to issue-text
               perform write-issue
           end-if.
           if field-2 = spaces
               move "ERROR" to issue-severity
               move "no target to redirect to" to issue-text
               perform write-issue
           end-if.
           if field-3 not = spaces and field-3 not = "Y"
               and field-3 not = "N"
               move "ERROR" to issue-severity
               move function concatenate(
                   "permanent flag '", function trim(field-3),
                   "' must be Y, N or blank"
               ) to issue-text
               perform write-issue
           end-if.
           if function trim(field-1) = function trim(field-2)
               move "ERROR" to issue-severity
               move function concatenate(
                   function trim(field-1), " redirects to itself"
               ) to issue-text
               perform write-issue
           end-if.
           move field-1 to seen-key.
           perform check-seen-key.
           if seen-found = "Y"
               move "WARNING" to issue-severity
               move function concatenate(
                   function trim(field-1),
                   " is redirected by an earlier line - this one is ",
                   "never used"
               ) to issue-text
               perform write-issue
           end-if.

       validate-webhook-line section.
           *> One endpoint URL per line; "#" lines are comments.
           if scan-text(1:1) = "#"
               exit section
           end-if.
           add 1 to entry-count.
           move spaces to url-host.
           evaluate true
               when scan-text(1:8) = "https://"
                   move scan-text(9:) to url-host
               when scan-text(1:7) = "http://"
                   move scan-text(8:) to url-host
               when other
                   move "ERROR" to issue-severity
                   move function concatenate(
                       "'", function trim(scan-text),
                       "' is not an http:// or https:// URL"
                   ) to issue-text
                   perform write-issue
                   exit section
           end-evaluate.
           move 0 to space-count.
           if url-host(1:1) not = space
               perform count-inner-spaces
           end-if.
           if url-host = spaces or url-host(1:1) = space
               or url-host(1:1) = "/"
               or url-host(1:1) = ":" or space-count > 0
               move "ERROR" to issue-severity
               move function concatenate(
                   "'", function trim(scan-text),
                   "' has no host or contains spaces"
               ) to issue-text
               perform write-issue
               exit section
           end-if.
           move scan-text to seen-key.
           perform check-seen-key.
           if seen-found = "Y"
               move "WARNING" to issue-severity
               move function concatenate(
                   "subscriber listed twice - it gets every event ",
                   "twice"
               ) to issue-text
               perform write-issue
           end-if.

       validate-transport-line section.
           *> Only the first line is the transport command, and
           *> email-dispatch supplies the message on stdin itself.
           add 1 to entry-count.
           if entry-count > 1 or first-line-blank = "Y"
               move "WARNING" to issue-severity
               move "only the first line is used - this line is ignored"
                   to issue-text
               perform write-issue
               exit section
           end-if.
           move 0 to space-count.
           inspect scan-text tallying space-count
               for all "<" all ">" all ";" all "|".
           if space-count > 0
               move "ERROR" to issue-severity
               move function concatenate(
                   "transport command must not redirect or chain ",
                   "(< > ; |) - the message is supplied on stdin"
               ) to issue-text
               perform write-issue
           end-if.

       validate-conf-totals section.
           *> Limits of the tables the readers load the files into.
           evaluate conf-index
               when 1
                   if entry-count > 50
                       move "ERROR" to issue-severity
                       move function concatenate(
                           "more than 50 routes - the router ignores ",
                           "every line past the 50th"
                       ) to issue-text
                       move 0 to line-number
                       perform write-issue
                   end-if
               when 4
                   if entry-count > 20
                       move "ERROR" to issue-severity
                       move function concatenate(
                           "more than 20 subscribers - ",
                           "webhook-dispatch ignores every one past ",
                           "the 20th"
                       ) to issue-text
                       move 0 to line-number
                       perform write-issue
                   end-if
           end-evaluate.

       count-inner-spaces section.
           *> Spaces inside the trimmed value in url-host, into
           *> space-count.
           move 0 to space-count.
           move function trim(url-host) to url-host.
           move function length(function trim(url-host))
               to trimmed-length.
           if url-host not = spaces
               inspect url-host(1:trimmed-length)
                   tallying space-count for all " "
           end-if.

       check-seen-key section.
           move "N" to seen-found.
           perform varying seen-index from 1 by 1
               until seen-index > seen-count
               if seen-keys(seen-index) = seen-key
                   move "Y" to seen-found
               end-if
           end-perform.
           if seen-found = "N" and seen-count < 500
               add 1 to seen-count
               move seen-key to seen-keys(seen-count)
           end-if.

       write-issue section.
           if issue-severity = "ERROR"
               add 1 to file-errors
           else
               add 1 to file-warnings
           end-if.
           if line-number = 0
               move function concatenate(
                   "   file: ", function trim(issue-severity), " - ",
                   function trim(issue-text)
               ) to report-line
           else
               move line-number to line-display
               move function concatenate(
                   "   line ", function trim(line-display), ": ",
                   function trim(issue-severity), " - ",
                   function trim(issue-text)
               ) to report-line
           end-if.
           write report-line.

       write-run-totals section.
           move spaces to report-line.
           write report-line.
           move total-errors to count-display.
           move total-warnings to count-display-2.
           move function concatenate(
               "Total: ", function trim(count-display), " error(s), ",
               function trim(count-display-2), " warning(s)"
           ) to report-line.
           write report-line.

       diff-versions section.
           *> Line diff of two versions for the change board, written
           *> to data/config-diff-report.txt.
           perform find-conf-index.
           if conf-index = 0
               display function concatenate(
                   "config-check: CONFIG_FILE '",
                   function trim(config-file-name),
                   "' is not a managed config file"
               )
               move 8 to return-code
               exit section
           end-if.
           perform find-latest-version.
           if config-to = spaces
               move latest-stamp to config-to
               if config-from = spaces
                   move previous-stamp to config-from
               end-if
           end-if.
           move config-to to lookup-stamp.
           perform resolve-diff-version.
           move found-path to to-path.
           move found-how to to-label.
           move config-from to lookup-stamp.
           perform resolve-diff-version.
           move found-path to from-path.
           move found-how to from-label.
           if from-path = spaces or to-path = spaces
               display function concatenate(
                   "config-check: cannot diff ",
                   function trim(conf-names(conf-index)),
                   " - version '",
                   function trim(config-from), "' or '",
                   function trim(config-to),
                   "' is not in data/config-versions.log"
               )
               move 8 to return-code
               exit section
           end-if.

           move from-path to conf-path.
           perform load-diff-lines.
           move load-count to from-count.
           move load-truncated to from-truncated.
           perform varying diff-i from 1 by 1
               until diff-i > from-count
               move to-lines(diff-i) to from-lines(diff-i)
           end-perform.
           move to-path to conf-path.
           perform load-diff-lines.
           move load-count to to-count.
           move load-truncated to to-truncated.

           perform build-lcs-matrix.

           move "data/config-diff-report.txt" to report-path.
           open output report-file.
           move function concatenate(
               "CONFIG CHANGE - ",
               function trim(conf-names(conf-index))
           ) to report-line.
           write report-line.
           move function concatenate(
               "From: ", function trim(config-from), "  ",
               function trim(from-label)
           ) to report-line.
           write report-line.
           move function concatenate(
               "To:   ", function trim(config-to), "  ",
               function trim(to-label)
           ) to report-line.
           write report-line.
           if from-truncated = "Y" or to-truncated = "Y"
               move diff-limit to count-display
               move function concatenate(
                   "NOTE: only the first ",
                   function trim(count-display),
                   " lines of each version are compared"
               ) to report-line
               write report-line
           end-if.
           move spaces to report-line.
           write report-line.
           perform walk-lcs-matrix.
           move spaces to report-line.
           write report-line.
           move lines-removed to count-display.
           move lines-added to count-display-2.
           move lines-kept to count-display-3.
           move function concatenate(
               function trim(count-display), " line(s) removed, ",
               function trim(count-display-2), " added, ",
               function trim(count-display-3), " unchanged"
           ) to report-line.
           write report-line.
           close report-file.
           display function concatenate(
               "config-check: ", function trim(count-display),
               " removed, ", function trim(count-display-2),
               " added - see data/config-diff-report.txt"
           ).

       resolve-diff-version section.
           *> lookup-stamp may be a logged version, "live" or "new".
           move spaces to found-path.
           move spaces to found-how.
           evaluate function lower-case(function trim(lookup-stamp))
               when spaces
                   continue
               when "live"
                   move function concatenate(
                       "data/", function trim(conf-names(conf-index))
                   ) to found-path
                   move "(the live file)" to found-how
               when "new"
                   move function concatenate(
                       "data/", function trim(conf-names(conf-index)),
                       ".new"
                   ) to found-path
                   move "(the candidate awaiting promotion)"
                       to found-how
               when other
                   perform find-version-by-stamp
                   if found-path not = spaces
                       move function concatenate(
                           function trim(found-how), " by ",
                           function trim(found-by)
                       ) to found-how
                   end-if
           end-evaluate.

       load-diff-lines section.
           *> conf-path into to-lines - the caller moves them on when
           *> they are the "from" side.
           move 0 to load-count.
           move "N" to load-truncated.
           open input conf-file.
           if conf-file-status not = "00"
               exit section
           end-if.
           perform until conf-file-status not = "00"
               read conf-file
                   at end move "10" to conf-file-status
                   not at end
                       if load-count < diff-limit
                           add 1 to load-count
                           move conf-line to to-lines(load-count)
                       else
                           move "Y" to load-truncated
                       end-if
               end-read
           end-perform.
           close conf-file.

       build-lcs-matrix section.
           *> lcs-cell(i, j) is the longest common run of lines from
           *> from-line i and to-line j onwards; row and column
           *> count+1 are the empty tails.
           perform varying diff-i from 1 by 1
               until diff-i > from-count + 1
               move 0 to lcs-cell(diff-i, to-count + 1)
           end-perform.
           perform varying diff-j from 1 by 1
               until diff-j > to-count + 1
               move 0 to lcs-cell(from-count + 1, diff-j)
           end-perform.
           perform varying diff-i from from-count by -1
               until diff-i < 1
               perform varying diff-j from to-count by -1
                   until diff-j < 1
                   if from-lines(diff-i) = to-lines(diff-j)
                       compute lcs-cell(diff-i, diff-j) =
                           lcs-cell(diff-i + 1, diff-j + 1) + 1
                   else
                       if lcs-cell(diff-i + 1, diff-j)
                           >= lcs-cell(diff-i, diff-j + 1)
                           move lcs-cell(diff-i + 1, diff-j)
                               to lcs-cell(diff-i, diff-j)
                       else
                           move lcs-cell(diff-i, diff-j + 1)
                               to lcs-cell(diff-i, diff-j)
                       end-if
                   end-if
               end-perform
           end-perform.

       walk-lcs-matrix section.
           *> "-" lines are only in the older version, "+" lines only
           *> in the newer one, each with its line number there.
           move 0 to lines-added.
           move 0 to lines-removed.
           move 0 to lines-kept.
           move 1 to diff-i.
           move 1 to diff-j.
           perform until diff-i > from-count and diff-j > to-count
               evaluate true
                   when diff-i <= from-count and diff-j <= to-count
                       and from-lines(diff-i) = to-lines(diff-j)
                       add 1 to lines-kept
                       add 1 to diff-i
                       add 1 to diff-j
                   when diff-j > to-count
                       perform write-removed-line
                   when diff-i > from-count
                       perform write-added-line
                   when lcs-cell(diff-i + 1, diff-j)
                       >= lcs-cell(diff-i, diff-j + 1)
                       perform write-removed-line
                   when other
                       perform write-added-line
               end-evaluate
           end-perform.

       write-removed-line section.
           move diff-i to line-display.
           move function concatenate(
               "- ", line-display, "  ",
               function trim(from-lines(diff-i) trailing)
           ) to report-line.
           write report-line.
           add 1 to lines-removed.
           add 1 to diff-i.

       write-added-line section.
           move diff-j to line-display.
           move function concatenate(
               "+ ", line-display, "  ",
               function trim(to-lines(diff-j) trailing)
           ) to report-line.
           write report-line.
           add 1 to lines-added.
           add 1 to diff-j.

       start-scan section.
           move function length(function trim(scan-text))
               to scan-len.
           move 1 to scan-pos.

       next-scan-part section.
           *> The next "|"-separated field of scan-text.
           move spaces to scan-part.
           move 1 to scan-part-len.
           perform until scan-pos > scan-len
               or scan-text(scan-pos:1) = "|"
               if scan-part-len <= 300
                   move scan-text(scan-pos:1)
                       to scan-part(scan-part-len:1)
               end-if
               add 1 to scan-pos
               add 1 to scan-part-len
           end-perform.
           add 1 to scan-pos.

       end program config-check.
