       identification division.
       program-id. scrub-log-keys.

       environment division.
       input-output section.
       file-control.
      *> The request log - the live file and the dated generations
      *> rotate-logs.cbl leaves behind it, one at a time.
           select dispatch-log
               assign to log-path
               organization is line sequential
               file status is dispatch-log-status.

           select dispatch-log-new
               assign to new-path
               organization is line sequential
               file status is log-new-status.

           select report-file
               assign to "data/log-key-scrub-report.txt"
               organization is line sequential
               file status is report-file-status.

           select admin-audit-log
               assign to "data/admin-audit.log"
               organization is line sequential
               file status is admin-audit-status.

      *> Chain sidecar for the admin audit trail - the entry this
      *> program writes links into the same tamper-evident chain the
      *> online appenders keep.
           select audit-chain-state
               assign to "data/admin-audit.chain"
               organization is line sequential
               file status is chain-state-status.

       data division.
       file section.
       fd  dispatch-log.
       01  dispatch-log-line    pic x(300).

       fd  dispatch-log-new.
       01  dispatch-log-new-line pic x(300).

       fd  report-file.
       01  report-line          pic x(250).

       fd  admin-audit-log.
       01  admin-audit-line     pic x(340).

       fd  audit-chain-state.
       01  audit-chain-line     pic x(16).

       working-storage section.
       01 dispatch-log-status  pic xx.
       01 log-new-status       pic xx.
       01 report-file-status   pic xx.
       01 admin-audit-status   pic xx.
       01 log-path             pic x(60).
       01 new-path             pic x(60).
       01 rename-result        pic s9(9) usage comp-5.

      *> LOG_KEY_MODE=convert rewrites every line that still names
      *> a caller by its raw API key; anything else only counts
      *> them.
       01 scrub-mode           pic x(10).
       01 scrub-convert        pic x(1) value "N".
       01 mode-display         pic x(20) value "report only".

      *> Generations to read - rotate-logs keeps the request log
      *> forty days and sweeps two weeks past that, so sixty days
      *> back from the business date covers every generation it can
      *> have left.
       01 scan-day-int         pic 9(8) usage comp-5.
       01 scan-last-int        pic 9(8) usage comp-5.
       01 scan-day-disp        pic 9(8).
       01 generation-days      pic 99 usage comp-5 value 60.

      *> "YYYYMMDD HHMMSS | METHOD path | STATUS | 37ms | caller |
      *> H | referrer" - the caller sits between the fourth and
      *> fifth separators, and only it is rewritten; everything
      *> either side is carried over byte for byte.
       01 line-len             pic 9(4) usage comp-5.
       01 scan-pos             pic 9(4) usage comp-5.
       01 bar-count            pic 9 usage comp-5.
       01 caller-start         pic 9(4) usage comp-5.
       01 caller-end           pic 9(4) usage comp-5.
       01 line-caller          pic x(64).
       01 caller-len           pic 9(4) usage comp-5.
       01 caller-is-key        pic x(1).
       01 rebuilt-line         pic x(300).

       01 file-counts.
           03 file-lines        pic 9(8).
           03 file-keys         pic 9(8).
       01 run-totals.
           03 files-read        pic 9(4) value 0.
           03 total-lines       pic 9(8) value 0.
           03 total-keys        pic 9(8) value 0.
           03 files-rewritten   pic 9(4) value 0.
           03 files-failed      pic 9(4) value 0.
       01 lines-display        pic z(7)9.
       01 keys-display         pic z(7)9.
       01 files-display        pic z(3)9.
       01 rewritten-display    pic z(3)9.
       01 failed-display       pic z(3)9.
       01 file-outcome         pic x(40).

      *> api-key-identity.cbl's LINKAGE shape with local names.
       01 key-identity-request.
           03 ki-action         pic x(10).
           03 ki-api-key        pic x(64).

       01 key-identity-response.
           03 ki-success        pic x(1).
           03 ki-owner          pic x(50).
           03 ki-fingerprint    pic x(8).
           03 ki-log-identity   pic x(64).

      *> business-date.cbl's LINKAGE shape with local names.
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

      *> The request log used to name an API caller by the key it
      *> sent, so every generation still on disk holds live partner
      *> credentials. This pass puts the key's owner and fingerprint
      *> in its place (api-key-identity.cbl, the same identity the
      *> router now logs) in the live log and every dated
      *> generation. Lines are rewritten one for one into a ".new"
      *> copy that then replaces the original. Run it with the site
      *> in maintenance mode - the router appends to the live log
      *> without a lock, and a line it wrote mid-pass would be lost
      *> when the copy replaces it. Per-file counts go to
      *> data/log-key-scrub-report.txt.
       procedure division.

       move "get" to bd-action.
       move spaces to bd-date-in.
       move spaces to bd-set-by.
       call "business-date" using business-date-request
           business-date-response.
       display function concatenate(
           "scrub-log-keys: business date ", bd-date-iso
       ).

       accept scrub-mode from environment "LOG_KEY_MODE".
       if function lower-case(function trim(scrub-mode)) = "convert"
           move "Y" to scrub-convert
           move "convert" to mode-display
       end-if.

       open output report-file.
       move "API KEYS IN THE REQUEST LOG" to report-line.
       write report-line.
       move function concatenate(
           "Business date: ", bd-date-iso,
           "   Mode: ", function trim(mode-display)
       ) to report-line.
       write report-line.
       move "file | lines | raw keys | outcome" to report-line.
       write report-line.

       compute scan-last-int =
           function integer-of-date(function numval(bd-date)).
       compute scan-day-int = scan-last-int - generation-days.
       perform until scan-day-int > scan-last-int
           move function date-of-integer(scan-day-int)
               to scan-day-disp
           move function concatenate(
               "data/router-requests.log.", scan-day-disp
           ) to log-path
           perform scrub-one-file
           add 1 to scan-day-int
       end-perform.
       move "data/router-requests.log" to log-path.
       perform scrub-one-file.

       perform write-report-totals.
       close report-file.

       if scrub-convert = "Y" and total-keys > 0
           move "log-key-scrub" to audit-action
           perform edit-run-totals
           move function concatenate(
               function trim(keys-display), " key(s) in ",
               function trim(rewritten-display), " log file(s)"
           ) to audit-subject
           perform write-admin-audit-entry
       end-if.
       perform display-summary.
       if files-failed > 0
           move 4 to return-code
       end-if.

       goback.

       scrub-one-file section.
           open input dispatch-log.
           if dispatch-log-status not = "00"
               exit section
           end-if.
           add 1 to files-read.
           move 0 to file-lines.
           move 0 to file-keys.
           if scrub-convert = "Y"
               move function concatenate(
                   function trim(log-path), ".new"
               ) to new-path
               open output dispatch-log-new
           end-if.
           perform until dispatch-log-status not = "00"
               read dispatch-log
                   at end
                       move "10" to dispatch-log-status
                   not at end
                       add 1 to file-lines
                       perform scrub-one-line
                       if scrub-convert = "Y"
                           move rebuilt-line to dispatch-log-new-line
                           write dispatch-log-new-line
                       end-if
               end-read
           end-perform.
           close dispatch-log.
           add file-lines to total-lines.
           add file-keys to total-keys.

           move "counted only" to file-outcome.
           if scrub-convert = "Y"
               close dispatch-log-new
               if file-keys > 0
                   call "CBL_RENAME_FILE" using new-path log-path
                       returning rename-result
                   if rename-result = 0
                       add 1 to files-rewritten
                       move "rewritten" to file-outcome
                   else
                       add 1 to files-failed
                       move "NOT replaced - left in .new"
                           to file-outcome
                   end-if
               else
                   call "CBL_DELETE_FILE" using new-path
                       returning rename-result
                   move "clean" to file-outcome
               end-if
           end-if.
           perform write-file-line.

       scrub-one-line section.
           move dispatch-log-line to rebuilt-line.
           move function length(
               function trim(dispatch-log-line, trailing))
               to line-len.
           move 0 to bar-count.
           move 0 to caller-start.
           move 0 to caller-end.
           perform varying scan-pos from 1 by 1
               until scan-pos > line-len or caller-end > 0
               if dispatch-log-line(scan-pos:1) = "|"
                   add 1 to bar-count
                   if bar-count = 4
                       compute caller-start = scan-pos + 1
                   end-if
                   if bar-count = 5
                       compute caller-end = scan-pos - 1
                   end-if
               end-if
           end-perform.
           if caller-start = 0
               exit section
           end-if.
           if caller-end = 0
               move line-len to caller-end
           end-if.
           if caller-end < caller-start
               exit section
           end-if.
           move spaces to line-caller.
           move dispatch-log-line(caller-start:
               caller-end - caller-start + 1) to line-caller.
           move function trim(line-caller) to line-caller.
           perform classify-caller.
           if caller-is-key = "N"
               exit section
           end-if.

           add 1 to file-keys.
           move "identify" to ki-action.
           move line-caller to ki-api-key.
           call "api-key-identity" using key-identity-request
               key-identity-response.
           move spaces to rebuilt-line.
           if caller-end < line-len
               move function concatenate(
                   dispatch-log-line(1:caller-start - 1), " ",
                   function trim(ki-log-identity), " ",
                   dispatch-log-line(caller-end + 1:
                       line-len - caller-end)
               ) to rebuilt-line
           else
               move function concatenate(
                   dispatch-log-line(1:caller-start - 1), " ",
                   function trim(ki-log-identity)
               ) to rebuilt-line
           end-if.

       classify-caller section.
           *> The same test block-scanners.cbl makes: a client address
           *> is short and dotted (IPv4) or colon-separated (IPv6),
           *> and an identity already written as "key=..." is done.
           *> Anything else in the column is a key.
           move "N" to caller-is-key.
           if line-caller = spaces or line-caller = "unknown"
               or line-caller = "-"
               or line-caller(1:4) = "key="
               exit section
           end-if.
           move function length(function trim(line-caller))
               to caller-len.
           if caller-len <= 45
               perform varying scan-pos from 1 by 1
                   until scan-pos > caller-len
                   if line-caller(scan-pos:1) = "." or ":"
                       exit section
                   end-if
               end-perform
           end-if.
           move "Y" to caller-is-key.

       write-file-line section.
           move file-lines to lines-display.
           move file-keys to keys-display.
           move function concatenate(
               function trim(log-path), " | ",
               function trim(lines-display), " | ",
               function trim(keys-display), " | ",
               function trim(file-outcome)
           ) to report-line.
           write report-line.

       edit-run-totals section.
           move files-read to files-display.
           move total-lines to lines-display.
           move total-keys to keys-display.
           move files-rewritten to rewritten-display.
           move files-failed to failed-display.

       write-report-totals section.
           move spaces to report-line.
           write report-line.
           perform edit-run-totals.
           move function concatenate(
               function trim(files-display), " file(s) read, ",
               function trim(lines-display), " line(s), ",
               function trim(keys-display), " raw key(s), ",
               function trim(rewritten-display),
               " file(s) rewritten, ",
               function trim(failed-display), " not replaced"
           ) to report-line.
           write report-line.

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
               " | scrub-log-keys | user=(batch)",
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
           perform edit-run-totals.
           display function concatenate(
               "scrub-log-keys: ", function trim(mode-display),
               " - ", function trim(keys-display), " raw key(s) in ",
               function trim(files-display), " file(s), ",
               function trim(rewritten-display), " rewritten - see ",
               "data/log-key-scrub-report.txt"
           ).

       end program scrub-log-keys.
