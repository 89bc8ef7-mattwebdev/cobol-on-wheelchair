       identification division.
       program-id. malware-rescan.

       environment division.
       input-output section.
       file-control.
           select media-master
               assign to "data/media.dat"
               organization is indexed
               access mode is dynamic
               record key is mm-id
               file status is media-master-status.

           select report-file
               assign to "data/malware-rescan.txt"
               organization is line sequential
               file status is report-file-status.

      *> Same single-writer gate media.cbl takes before it rewrites
      *> media.dat.
           select write-lock-file
               assign to "data/db-write.lock"
               organization is sequential
               file status is write-lock-status.

      *> Same write-ahead journal media.cbl keeps, so db-recover.cbl
      *> can roll back a quarantine torn by a crash.
           select db-journal
               assign to "data/db-journal.dat"
               organization is sequential
               file status is db-journal-status.

       data division.
       file section.
       fd  media-master.
       01  media-master-record.
           03 mm-id              pic 9(10).
           03 mm-filename         pic x(255).
           03 mm-original-name    pic x(255).
           03 mm-file-path        pic x(500).
           03 mm-file-size        pic 9(10).
           03 mm-mime-type        pic x(100).
           03 mm-upload-date      pic x(20).
           03 mm-uploaded-by      pic x(50).
           03 mm-alt-text         pic x(255).
           03 mm-description      pic x(500).
           03 mm-status           pic x(10).
           03 mm-thumbnail-path   pic x(500).
           03 mm-deleted-date     pic x(20).
           03 mm-collection       pic x(30).
           03 mm-digest           pic x(64).
           03 mm-width            pic 9(5).
           03 mm-height           pic 9(5).
           03 mm-site-id          pic x(20).
           03 mm-licence          pic x(100).
           03 mm-credit           pic x(150).
           03 mm-source           pic x(255).
           03 mm-rights-expiry    pic x(10).

       fd  report-file.
       01  report-line          pic x(300).

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

       working-storage section.
       01 media-master-status  pic xx.
       01 report-file-status   pic xx.
       01 write-lock-status    pic xx.
       01 db-journal-status    pic xx.
       01 write-lock-held      pic x(1) value "N".
       01 lock-try-count       pic 99 usage comp-5.
       01 lock-retry-limit     pic 99 usage comp-5 value 50.
       01 lock-retry-nanos     pic 9(18) usage comp-5
           value 100000000.
       01 journal-before-stage pic x(3200).
       01 journal-after-stage  pic x(3200).

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

       01 id-display           pic z(9)9.
       01 scanning-off         pic x(1) value "N".

      *> malware-scan.cbl's LINKAGE shape with local names.
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

      *> notifications.cbl's LINKAGE shape with local names.
       01 notify-request.
           03 notify-action     pic x(15).
           03 notify-user       pic x(50).
           03 notify-text       pic x(200).

       01 notify-response.
           03 notify-success    pic x(1).
           03 notify-message    pic x(200).
           03 notify-unread     pic 9(6).

       01 report-counts.
           03 files-scanned     pic 9(6) value 0.
           03 files-clean       pic 9(6) value 0.
           03 files-flagged     pic 9(6) value 0.
           03 files-held        pic 9(6) value 0.

      *> Nightly pass over every servable media file with the
      *> scanner's current signatures - a file that was clean on
      *> the day it was uploaded can be recognized later. Anything
      *> now infected or unscannable is quarantined the way a bad
      *> upload is (the router stops serving it), its uploader and
      *> the administrators are told, and it is listed in
      *> data/malware-rescan.txt. Files already quarantined are
      *> only counted; deleted files are left to the purge.
       procedure division.

       move "get" to bd-action.
       move spaces to bd-date-in.
       move spaces to bd-set-by.
       call "business-date" using business-date-request
           business-date-response.
       display function concatenate(
           "malware-rescan: business date ", bd-date-iso
       ).
       perform acquire-write-lock.
       if write-lock-held = "N"
           display function concatenate(
               "malware-rescan: could not obtain the store write ",
               "lock - run abandoned"
           )
           move 8 to return-code
           goback
       end-if.

       open output report-file.
       move function concatenate(
           "Malware rescan - ", bd-date-iso
       ) to report-line.
       write report-line.
       move spaces to report-line.
       write report-line.
       move "Newly quarantined" to report-line.
       write report-line.

       open i-o media-master.
       if media-master-status = "00"
           move low-values to mm-id
           start media-master key is greater than mm-id
               invalid key move "10" to media-master-status
           end-start
           perform until media-master-status not = "00"
               or scanning-off = "Y"
               read media-master next record
                   at end move "10" to media-master-status
                   not at end
                       perform rescan-one-media-row
               end-read
           end-perform
           close media-master
       end-if.
       perform release-write-lock.

       if files-flagged = 0
           move "  none" to report-line
           write report-line
       end-if.
       move spaces to report-line.
       write report-line.
       if scanning-off = "Y"
           move function concatenate(
               "Scanning is switched off (malware_scan_command",
               " 'off') - nothing was rescanned"
           ) to report-line
       else
           move function concatenate(
               function trim(files-scanned), " file(s) rescanned: ",
               function trim(files-clean), " clean, ",
               function trim(files-flagged), " newly quarantined; ",
               function trim(files-held), " already quarantined"
           ) to report-line
       end-if.
       write report-line.
       close report-file.

       if files-flagged > 0
           move "post-reviewers" to notify-action
           move spaces to notify-user
           move function concatenate(
               "The nightly malware rescan quarantined ",
               function trim(files-flagged), " media file(s) - see",
               " data/malware-rescan.txt"
           ) to notify-text
           call "notifications" using notify-request notify-response
       end-if.

       display function concatenate(
           "malware-rescan: ", function trim(files-scanned),
           " scanned, ", function trim(files-flagged),
           " newly quarantined; report written to",
           " data/malware-rescan.txt"
       ).

       goback.

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

       rescan-one-media-row section.
           if function trim(mm-status) = "quarantine"
               add 1 to files-held
               exit section
           end-if.
           if function trim(mm-status) not = "active"
               exit section
           end-if.

           move "scan" to msc-action.
           move mm-id to msc-media-id.
           move mm-file-path to msc-file-path.
           move "malware-rescan" to msc-scanned-by.
           call "malware-scan" using malware-scan-request
               malware-scan-response.
           if function trim(msc-result) = "not-scanned"
               move "Y" to scanning-off
               exit section
           end-if.
           add 1 to files-scanned.
           if function trim(msc-result) = "clean"
               add 1 to files-clean
               exit section
           end-if.

           perform quarantine-current-row.
           add 1 to files-flagged.
           move mm-id to id-display.
           move function concatenate(
               "  #", function trim(id-display), " ",
               function trim(mm-original-name), " (",
               function trim(mm-file-path), ") uploaded by ",
               function trim(mm-uploaded-by), " - ",
               function trim(msc-result), ": ",
               function trim(msc-detail)
           ) to report-line.
           write report-line.

           if mm-uploaded-by not = spaces
               move "post" to notify-action
               move mm-uploaded-by to notify-user
               move function concatenate(
                   "Your upload ", function trim(mm-original-name),
                   " was quarantined by the nightly malware rescan (",
                   function trim(msc-result), ": ",
                   function trim(msc-detail),
                   ") and is no longer served"
               ) to notify-text
               call "notifications" using notify-request
                   notify-response
           end-if.

       quarantine-current-row section.
           *> Journalled the way media.cbl journals a rewrite.
           move media-master-record to journal-before-stage.
           move "quarantine" to mm-status.
           move spaces to journal-after-stage.
           move media-master-record to journal-after-stage.
           move "BEGIN" to jr-phase.
           perform append-journal-entry.
           rewrite media-master-record
               invalid key
                   continue
           end-rewrite.
           move "COMMIT" to jr-phase.
           move spaces to journal-before-stage.
           move spaces to journal-after-stage.
           perform append-journal-entry.

       append-journal-entry section.
           open extend db-journal.
           if db-journal-status not = "00"
               open output db-journal
               close db-journal
               open extend db-journal
           end-if.
           move function current-date to jr-timestamp.
           move "media" to jr-collection.
           move mm-id to jr-record-key.
           move journal-before-stage to jr-before-image.
           move journal-after-stage to jr-after-image.
           write db-journal-record.
           close db-journal.

       end program malware-rescan.
