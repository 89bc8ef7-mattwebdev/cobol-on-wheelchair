       identification division.
       program-id. standby-apply.

       environment division.
       input-output section.
       file-control.
      *> The batches journal-ship.cbl writes into this installation's
      *> inbox, taken strictly in number order.
           select ship-batch
               assign to batch-path
               organization is sequential
               file status is ship-batch-status.

      *> The primary's heartbeat, rewritten by every shipping run.
           select primary-status
               assign to status-path
               organization is line sequential
               file status is primary-status-status.

      *> Which batch is next and how far the standby has got.
           select apply-state
               assign to "data/standby-apply-state.dat"
               organization is line sequential
               file status is apply-state-status.

           select content-master
               assign to "data/content.dat"
               organization is indexed
               access mode is dynamic
               record key is cm-id
               file status is content-file-status.

           select media-master
               assign to "data/media.dat"
               organization is indexed
               access mode is dynamic
               record key is mm-id
               file status is media-master-status.

           select content-body-overflow
               assign to "data/content-body-overflow.dat"
               organization is indexed
               access mode is dynamic
               record key is cbo-key
               file status is body-overflow-status.

           select write-lock-file
               assign to "data/db-write.lock"
               organization is sequential
               file status is write-lock-status.

           select report-file
               assign to "data/standby-lag-report.txt"
               organization is line sequential
               file status is report-file-status.

       data division.
       file section.
      *> Same record journal-ship.cbl writes - one committed change,
      *> its after image alone.
       fd  ship-batch.
       01  ship-batch-record.
           03 sb-timestamp      pic x(21).
           03 sb-collection     pic x(10).
           03 sb-record-key     pic x(64).
           03 sb-after-image    pic x(3200).

       fd  primary-status.
       01  primary-status-record.
           03 ps-shipped-at     pic x(21).
           03 ps-last-batch     pic 9(8).
           03 ps-shipped-total  pic 9(12).
           03 ps-newest-commit  pic x(21).
           03 ps-journal-gap    pic x(1).

       fd  apply-state.
       01  apply-state-record.
           03 sa-next-batch     pic 9(8).
           03 sa-applied-total  pic 9(12).
           03 sa-last-applied   pic x(21).
           03 sa-applied-at     pic x(21).

       fd  content-master.
       01  content-master-record.
           03 cm-id             pic 9(10).
           03 cm-rest           pic x(3124).

       fd  media-master.
       01  media-master-record.
           03 mm-id             pic 9(10).
           03 mm-rest           pic x(3114).

       fd  content-body-overflow.
       01  content-body-overflow-record.
           03 cbo-key.
               05 cbo-content-id pic 9(10).
               05 cbo-seq        pic 9(4).
           03 cbo-text          pic x(2000).

       fd  write-lock-file.
       01  write-lock-record    pic x(1).

       fd  report-file.
       01  report-line          pic x(200).

       working-storage section.
       01 ship-batch-status    pic xx.
       01 primary-status-status pic xx.
       01 apply-state-status   pic xx.
       01 content-file-status  pic xx.
       01 media-master-status  pic xx.
       01 body-overflow-status pic xx.
       01 report-file-status   pic xx.
       01 write-lock-status    pic xx.
       01 write-lock-held      pic x(1) value "N".
       01 lock-try-count       pic 99 usage comp-5.
       01 lock-retry-limit     pic 99 usage comp-5 value 50.
       01 lock-retry-nanos     pic 9(18) usage comp-5
           value 100000000.

      *> settings.cbl's LINKAGE shape with local names - the inbox
      *> directory is this installation's standby_inbox_dir setting.
       01 settings-request.
           03 settings-action   pic x(10).
           03 settings-key      pic x(40).
           03 settings-value    pic x(200).

       01 settings-response.
           03 settings-success  pic x(1).
           03 settings-message  pic x(200).
           03 settings-value-out pic x(200).

       01 inbox-dir            pic x(200).
       01 batch-path           pic x(200).
       01 status-path          pic x(200).
       01 batch-number-text    pic 9(8).
       01 env-scratch          pic x(40).
       01 file-op-result       pic s9(9) usage comp-5.
       01 file-details.
           03 file-size         pic x(8) usage comp-x.
           03 file-stamp        pic x(8).

       01 batch-waiting        pic x(1).
       01 apply-failed         pic x(1) value "N".
       01 status-found         pic x(1) value "N".
       01 now-stamp            pic x(21).

      *> Lag, from the primary's heartbeat against what has been
      *> applied here. Seconds are measured between journal
      *> timestamps taken on the primary, so the two servers'
      *> clocks never enter into it; only the heartbeat's age is
      *> read against this server's clock.
       01 records-behind       pic s9(12) usage comp-5.
       01 seconds-behind       pic s9(12) usage comp-5.
       01 heartbeat-age        pic s9(12) usage comp-5.
       01 batches-behind       pic s9(8) usage comp-5.
       01 stamp-to-convert     pic x(21).
       01 stamp-seconds        pic s9(12) usage comp-5.
       01 later-seconds        pic s9(12) usage comp-5.

       01 count-display        pic z(11)9.
       01 count-display-2      pic z(11)9.

       01 report-counts.
           03 batches-applied   pic 9(6) value 0.
           03 entries-applied   pic 9(8) value 0.
           03 deletes-applied   pic 9(8) value 0.

      *> The standby side of log shipping. Every complete batch
      *> journal-ship has delivered to the inbox is rolled, in
      *> number order, into this installation's content, body
      *> overflow and media stores - the same after-image replay
      *> db-roll-forward does over a backup - and removed once
      *> applied. The checkpoint moves on a batch at a time; a batch
      *> interrupted part-way is simply applied again from its
      *> start, since every image is the whole record. Then
      *> data/standby-lag-report.txt says how many records and
      *> seconds the standby is behind the primary's last shipment
      *> and how old that shipment is. Run from cron on the standby.
      *> A standby is seeded by restoring a backup-stores generation
      *> and starting from batch 1 (STANDBY_START_BATCH overrides
      *> the checkpoint for that one run).
       procedure division.

       move "get" to settings-action.
       move "standby_inbox_dir" to settings-key.
       move spaces to settings-value.
       call "settings" using settings-request settings-response.
       move spaces to inbox-dir.
       if settings-success = "Y"
           move settings-value-out to inbox-dir
       end-if.
       if inbox-dir = spaces
           display function concatenate(
               "standby-apply: set standby_inbox_dir to the ",
               "directory journal-ship delivers batches to"
           )
           move 8 to return-code
           goback
       end-if.

       perform load-apply-state.

       perform acquire-write-lock.
       if write-lock-held = "N"
           display function concatenate(
               "standby-apply: could not obtain the store write ",
               "lock - nothing applied this run"
           )
       else
           perform open-standby-stores
           perform apply-waiting-batches
           perform close-standby-stores
           perform release-write-lock
       end-if.

       perform read-primary-status.
       perform write-lag-report.

       if apply-failed = "Y"
           move 8 to return-code
       end-if.
       if status-found = "Y" and ps-journal-gap = "Y"
           move 8 to return-code
       end-if.

       goback.

       load-apply-state section.
           move 1 to sa-next-batch.
           move 0 to sa-applied-total.
           move spaces to sa-last-applied.
           move spaces to sa-applied-at.
           open input apply-state.
           if apply-state-status = "00"
               read apply-state
                   at end
                       move 1 to sa-next-batch
                       move 0 to sa-applied-total
                       move spaces to sa-last-applied
                       move spaces to sa-applied-at
               end-read
               close apply-state
           end-if.
           move spaces to apply-state-status.
           if sa-next-batch not numeric or sa-next-batch = 0
               move 1 to sa-next-batch
           end-if.
           if sa-applied-total not numeric
               move 0 to sa-applied-total
           end-if.
           move spaces to env-scratch.
           accept env-scratch from environment "STANDBY_START_BATCH".
           if function trim(env-scratch) is numeric
               move function numval(env-scratch) to sa-next-batch
               move 0 to sa-applied-total
               move spaces to sa-last-applied
               display function concatenate(
                   "standby-apply: starting from batch ",
                   sa-next-batch
               )
           end-if.

       save-apply-state section.
           move function current-date to sa-applied-at.
           open output apply-state.
           write apply-state-record.
           close apply-state.

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

       open-standby-stores section.
           open i-o content-master.
           if content-file-status = "35"
               open output content-master
               close content-master
               open i-o content-master
           end-if.
           open i-o content-body-overflow.
           if body-overflow-status = "35"
               open output content-body-overflow
               close content-body-overflow
               open i-o content-body-overflow
           end-if.
           open i-o media-master.
           if media-master-status = "35"
               open output media-master
               close media-master
               open i-o media-master
           end-if.
           if content-file-status not = "00"
               or body-overflow-status not = "00"
               or media-master-status not = "00"
               display function concatenate(
                   "standby-apply: the standby stores would not open ",
                   "(content ", content-file-status, ", overflow ",
                   body-overflow-status, ", media ",
                   media-master-status, ")"
               )
               move "Y" to apply-failed
           end-if.

       close-standby-stores section.
           close content-master.
           close content-body-overflow.
           close media-master.

       apply-waiting-batches section.
           if apply-failed = "Y"
               exit section
           end-if.
           move "Y" to batch-waiting.
           perform until batch-waiting = "N" or apply-failed = "Y"
               move sa-next-batch to batch-number-text
               move function concatenate(
                   function trim(inbox-dir), "/journal-batch-",
                   batch-number-text, ".dat"
               ) to batch-path
               call "CBL_CHECK_FILE_EXIST"
                   using batch-path file-details
                   returning file-op-result
               if file-op-result not = 0
                   move "N" to batch-waiting
               else
                   perform apply-one-batch
               end-if
           end-perform.

       apply-one-batch section.
           open input ship-batch.
           if ship-batch-status not = "00"
               display function concatenate(
                   "standby-apply: ", function trim(batch-path),
                   " would not open (status ", ship-batch-status, ")"
               )
               move "Y" to apply-failed
               exit section
           end-if.
           perform until ship-batch-status not = "00"
               read ship-batch
                   at end move "10" to ship-batch-status
                   not at end
                       perform apply-one-after-image
                       add 1 to sa-applied-total
                       move sb-timestamp to sa-last-applied
               end-read
           end-perform.
           if ship-batch-status not = "10"
               close ship-batch
               display function concatenate(
                   "standby-apply: ", function trim(batch-path),
                   " stopped on status ", ship-batch-status,
                   " - it is applied again from the top next run"
               )
               move "Y" to apply-failed
               exit section
           end-if.
           close ship-batch.
           add 1 to sa-next-batch.
           add 1 to batches-applied.
           perform save-apply-state.
           call "CBL_DELETE_FILE" using batch-path
               returning file-op-result.

       apply-one-after-image section.
           evaluate function trim(sb-collection)
               when "content"
                   if sb-after-image = spaces
                       *> A delete's image - take the row out.
                       move function numval(sb-record-key(1:10))
                           to cm-id
                       delete content-master record
                           invalid key
                               continue
                       end-delete
                       add 1 to deletes-applied
                   else
                       move sb-after-image(1:3134)
                           to content-master-record
                       rewrite content-master-record
                           invalid key
                               write content-master-record
                       end-rewrite
                       add 1 to entries-applied
                   end-if
               when "body-ovfl"
                   if sb-after-image = spaces
                       *> The key reads "<id>|<seq>" as the
                       *> appenders write it.
                       move function numval(sb-record-key(1:10))
                           to cbo-content-id
                       move function numval(sb-record-key(12:4))
                           to cbo-seq
                       delete content-body-overflow record
                           invalid key
                               continue
                       end-delete
                       add 1 to deletes-applied
                   else
                       move sb-after-image(1:2014)
                           to content-body-overflow-record
                       rewrite content-body-overflow-record
                           invalid key
                               write content-body-overflow-record
                       end-rewrite
                       add 1 to entries-applied
                   end-if
               when "media"
                   if sb-after-image = spaces
                       move function numval(sb-record-key(1:10))
                           to mm-id
                       delete media-master record
                           invalid key
                               continue
                       end-delete
                       add 1 to deletes-applied
                   else
                       move sb-after-image(1:3124)
                           to media-master-record
                       rewrite media-master-record
                           invalid key
                               write media-master-record
                       end-rewrite
                       add 1 to entries-applied
                   end-if
           end-evaluate.

       read-primary-status section.
           move "N" to status-found.
           move function concatenate(
               function trim(inbox-dir), "/primary-status.dat"
           ) to status-path.
           open input primary-status.
           if primary-status-status = "00"
               read primary-status
                   at end continue
                   not at end move "Y" to status-found
               end-read
               close primary-status
           end-if.

       write-lag-report section.
           move function current-date to now-stamp.
           move 0 to records-behind.
           move 0 to seconds-behind.
           move 0 to heartbeat-age.
           move 0 to batches-behind.
           if status-found = "Y"
               and ps-shipped-total is numeric
               and ps-last-batch is numeric
               compute records-behind =
                   ps-shipped-total - sa-applied-total
               if records-behind < 0
                   move 0 to records-behind
               end-if
               compute batches-behind =
                   ps-last-batch - sa-next-batch + 1
               if batches-behind < 0
                   move 0 to batches-behind
               end-if
               if records-behind > 0
                   and ps-newest-commit(1:14) is numeric
                   move ps-newest-commit to stamp-to-convert
                   perform stamp-to-seconds
                   move stamp-seconds to later-seconds
                   if sa-last-applied(1:14) is numeric
                       move sa-last-applied to stamp-to-convert
                       perform stamp-to-seconds
                       compute seconds-behind =
                           later-seconds - stamp-seconds
                   end-if
               end-if
               if ps-shipped-at(1:14) is numeric
                   move now-stamp to stamp-to-convert
                   perform stamp-to-seconds
                   move stamp-seconds to later-seconds
                   move ps-shipped-at to stamp-to-convert
                   perform stamp-to-seconds
                   compute heartbeat-age =
                       later-seconds - stamp-seconds
               end-if
           end-if.

           open output report-file.
           move "STANDBY LAG REPORT" to report-line.
           write report-line.
           move function concatenate(
               "Report time: ", now-stamp(1:4), "-", now-stamp(5:2),
               "-", now-stamp(7:2), " ", now-stamp(9:2), ":",
               now-stamp(11:2), ":", now-stamp(13:2)
           ) to report-line.
           write report-line.
           move function concatenate(
               "Batches applied this run: ",
               function trim(batches-applied), " (",
               function trim(entries-applied), " image(s), ",
               function trim(deletes-applied), " delete(s))"
           ) to report-line.
           write report-line.
           move sa-applied-total to count-display.
           move function concatenate(
               "Changes applied since seeding: ",
               function trim(count-display), " - last one made on ",
               "the primary at ", sa-last-applied(1:14)
           ) to report-line.
           write report-line.
           if status-found = "N"
               move function concatenate(
                   "No primary heartbeat in ", function trim(inbox-dir),
                   " - lag cannot be measured"
               ) to report-line
               write report-line
           else
               move records-behind to count-display
               move seconds-behind to count-display-2
               move function concatenate(
                   "Behind the last shipment: ",
                   function trim(count-display), " record(s), ",
                   function trim(count-display-2), " second(s)"
               ) to report-line
               write report-line
               move batches-behind to count-display
               move function concatenate(
                   "Batches shipped but not yet applied: ",
                   function trim(count-display)
               ) to report-line
               write report-line
               move heartbeat-age to count-display
               move function concatenate(
                   "Last shipment from the primary: ",
                   function trim(count-display), " second(s) ago - ",
                   "changes made since then are not counted above"
               ) to report-line
               write report-line
               if ps-journal-gap = "Y"
                   move function concatenate(
                       "JOURNAL GAP: the primary lost a journal cycle ",
                       "before shipping it - reseed this standby"
                   ) to report-line
                   write report-line
               end-if
           end-if.
           if apply-failed = "Y"
               move function concatenate(
                   "APPLY FAILED: batch ", sa-next-batch,
                   " could not be applied - see the run output"
               ) to report-line
               write report-line
           end-if.
           close report-file.

           move records-behind to count-display.
           move seconds-behind to count-display-2.
           display function concatenate(
               "standby-apply: ", function trim(batches-applied),
               " batch(es) applied; standby ",
               function trim(count-display), " record(s) and ",
               function trim(count-display-2),
               " second(s) behind - see data/standby-lag-report.txt"
           ).

       stamp-to-seconds section.
           compute stamp-seconds =
               function integer-of-date(
                   function numval(stamp-to-convert(1:8))) * 86400
               + function numval(stamp-to-convert(9:2)) * 3600
               + function numval(stamp-to-convert(11:2)) * 60
               + function numval(stamp-to-convert(13:2)).

       end program standby-apply.
