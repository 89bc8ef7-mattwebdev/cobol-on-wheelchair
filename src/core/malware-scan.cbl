       identification division.
       program-id. malware-scan.

       environment division.
       input-output section.
       file-control.
      *> The last verdict for each media item - what the upload scan
      *> or the nightly rescan found, when, and the scanner's own
      *> words for it.
           select scan-results
               assign to "data/malware-scans.dat"
               organization is indexed
               access mode is dynamic
               record key is ms-media-id
               file status is scan-file-status.

      *> Whatever the scanner printed for the file - the first line
      *> names the signature it matched.
           select scanner-output
               assign to "data/malware-scan.out"
               organization is line sequential
               file status is scanner-output-status.

       data division.
       file section.
       fd  scan-results.
       01  scan-result-record.
           03 ms-media-id       pic 9(10).
           03 ms-result         pic x(12).
           03 ms-detail         pic x(200).
           03 ms-scanned-stamp  pic x(14).
           03 ms-scanned-by     pic x(50).

       fd  scanner-output.
       01  scanner-output-line  pic x(500).

       working-storage section.
       01 scan-file-status     pic xx.
       01 scanner-output-status pic xx.
       01 scan-timestamp       pic x(21).
       01 scan-command         pic x(800).
       01 scanner-command      pic x(200).
       01 scan-exit-code       pic s9(9) usage comp-5.
       01 system-result        pic s9(9) usage comp-5.
       01 exit-code-display    pic -(8)9.
       01 path-len             pic 9(4) usage comp-5.
       01 path-pos             pic 9(4) usage comp-5.
       01 path-safe            pic x(1).
       01 path-char            pic x(1).
       01 output-delete-rc     pic s9(9) usage comp-5.
       01 scanner-output-path  pic x(40)
           value "data/malware-scan.out".

      *> The scanner run when malware_scan_command is blank -
      *> ClamAV's exit codes (0 clean, 1 found, anything else an
      *> error) are the convention every answer here is read by.
       01 default-scan-command pic x(200)
           value "clamscan --no-summary --infected".

      *> settings.cbl's LINKAGE shape with local names.
       01 settings-request.
           03 settings-action   pic x(10).
           03 settings-key      pic x(40).
           03 settings-value    pic x(200).

       01 settings-response.
           03 settings-success  pic x(1).
           03 settings-message  pic x(200).
           03 settings-value-out pic x(200).

       linkage section.
       01 malware-scan-request.
           03 msc-action        pic x(10).
           03 msc-media-id      pic 9(10).
           03 msc-file-path     pic x(500).
           03 msc-scanned-by    pic x(50).

       01 malware-scan-response.
           03 msc-success       pic x(1).
           03 msc-message       pic x(200).
           03 msc-result        pic x(12).
           03 msc-detail        pic x(200).
           03 msc-scanned-stamp pic x(14).

      *> Runs the external scanner over one stored file. Actions:
      *>   scan - scan msc-file-path and, for a media id, keep the
      *>          verdict; msc-result is "clean", "infected",
      *>          "unscannable" (the scanner failed, could not be
      *>          run, or the path is not one it is safe to hand to
      *>          a shell) or "not-scanned" (malware_scan_command
      *>          "off")
      *>   get  - the verdict last kept for msc-media-id
      *> Anything but clean or not-scanned is for the caller to
      *> quarantine - a file nobody could vouch for is not served.
       procedure division using malware-scan-request
           malware-scan-response.

       move "N" to msc-success.
       move spaces to msc-message.
       move spaces to msc-result.
       move spaces to msc-detail.
       move spaces to msc-scanned-stamp.

       evaluate msc-action
           when "scan"
               perform handle-scan-file
           when "get"
               perform handle-get-verdict
           when other
               move "Invalid malware scan action" to msc-message
       end-evaluate.

       goback.

       handle-scan-file section.
           if msc-file-path = spaces
               move "A file path is required" to msc-message
               exit section
           end-if.
           move function current-date to scan-timestamp.
           move scan-timestamp(1:14) to msc-scanned-stamp.
           move "Y" to msc-success.

           move "get" to settings-action.
           move "malware_scan_command" to settings-key.
           move spaces to settings-value.
           call "settings" using settings-request settings-response.
           move spaces to scanner-command.
           if settings-success = "Y"
               move settings-value-out to scanner-command
           end-if.
           if scanner-command = spaces
               move default-scan-command to scanner-command
           end-if.

           if function lower-case(function trim(scanner-command))
               = "off"
               move "not-scanned" to msc-result
               move "scanning is switched off" to msc-detail
           else
               perform check-path-safe
               if path-safe = "N"
                   move "unscannable" to msc-result
                   move "file name not safe to pass to the scanner"
                       to msc-detail
               else
                   perform run-scanner
               end-if
           end-if.

           move function concatenate(
               "Scan result: ", function trim(msc-result)
           ) to msc-message.
           if msc-media-id > 0
               perform keep-verdict
           end-if.

       check-path-safe section.
           *> The path goes to a shell inside single quotes - only
           *> the characters the upload naming itself produces may.
           move "Y" to path-safe.
           move function length(function trim(msc-file-path))
               to path-len.
           perform varying path-pos from 1 by 1
               until path-pos > path-len or path-safe = "N"
               move msc-file-path(path-pos:1) to path-char
               if path-char is not alphabetic-lower
                   and path-char is not alphabetic-upper
                   and path-char is not numeric
                   and path-char not = "."
                   and path-char not = "-"
                   and path-char not = "_"
                   and path-char not = "/"
                   move "N" to path-safe
               end-if
               if path-char = space
                   move "N" to path-safe
               end-if
           end-perform.
           if msc-file-path(1:1) = "-" or msc-file-path(1:1) = "/"
               move "N" to path-safe
           end-if.

       run-scanner section.
           move function concatenate(
               function trim(scanner-command), " '",
               function trim(msc-file-path), "' > ",
               function trim(scanner-output-path), " 2>&1"
           ) to scan-command.
           call "SYSTEM" using scan-command
               returning system-result.
           *> The shell's wait status - the exit code sits in the
           *> high byte.
           if system-result > 255
               compute scan-exit-code = system-result / 256
           else
               move system-result to scan-exit-code
           end-if.

           perform read-scanner-output.
           evaluate scan-exit-code
               when 0
                   move "clean" to msc-result
                   move spaces to msc-detail
               when 1
                   move "infected" to msc-result
               when other
                   move "unscannable" to msc-result
                   if msc-detail = spaces
                       move scan-exit-code to exit-code-display
                       move function concatenate(
                           "scanner exited with status ",
                           function trim(exit-code-display)
                       ) to msc-detail
                   end-if
           end-evaluate.
           call "CBL_DELETE_FILE" using scanner-output-path
               returning output-delete-rc.

       read-scanner-output section.
           *> "path: Signature FOUND" - the part after the path is
           *> the useful bit.
           move spaces to msc-detail.
           open input scanner-output.
           if scanner-output-status not = "00"
               exit section
           end-if.
           read scanner-output
               at end
                   move spaces to scanner-output-line
           end-read.
           close scanner-output.
           move function length(function trim(msc-file-path))
               to path-len.
           if scanner-output-line(1:path-len + 1) =
               function concatenate(
                   function trim(msc-file-path), ":")
               move function trim(scanner-output-line(path-len + 2:))
                   to msc-detail
           else
               move scanner-output-line(1:200) to msc-detail
           end-if.

       keep-verdict section.
           open i-o scan-results.
           if scan-file-status = "35"
               open output scan-results
               close scan-results
               open i-o scan-results
           end-if.
           if scan-file-status not = "00"
               exit section
           end-if.
           move msc-media-id to ms-media-id.
           move msc-result to ms-result.
           move msc-detail to ms-detail.
           move msc-scanned-stamp to ms-scanned-stamp.
           move msc-scanned-by to ms-scanned-by.
           write scan-result-record
               invalid key
                   rewrite scan-result-record
           end-write.
           close scan-results.

       handle-get-verdict section.
           move "Y" to msc-success.
           move "Not scanned" to msc-message.
           open input scan-results.
           if scan-file-status not = "00"
               exit section
           end-if.
           move msc-media-id to ms-media-id.
           read scan-results
               invalid key
                   continue
               not invalid key
                   move ms-result to msc-result
                   move ms-detail to msc-detail
                   move ms-scanned-stamp to msc-scanned-stamp
                   move "Scan verdict retrieved" to msc-message
           end-read.
           close scan-results.

       end program malware-scan.
