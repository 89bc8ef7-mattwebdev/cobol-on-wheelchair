       identification division.
       program-id. journal-ship.

       environment division.
       input-output section.
       file-control.
      *> The write-ahead journal database-interface.cbl and the batch
      *> mutators append to - assigned through journal-path so the
      *> same record reads the live cycle and the one db-recover
      *> closed last (data/db-journal.prev).
           select db-journal
               assign to journal-path
               organization is sequential
               file status is db-journal-status.

      *> Held only while the live journal is scanned - every writer
      *> holds it from BEGIN to COMMIT, so under it a BEGIN with no
      *> COMMIT is a write that died, never one still in flight.
           select write-lock-file
               assign to "data/db-write.lock"
               organization is sequential
               file status is write-lock-status.

      *> Read-position checkpoint, the same discipline the
      *> analytics rollup keeps over the request log: which journal
      *> cycle (by its first entry's timestamp) and how many of its
      *> entries have been dealt with, plus the batch numbering and
      *> running totals the standby's lag report is measured by.
           select ship-state
               assign to "data/journal-ship-state.dat"
               organization is line sequential
               file status is ship-state-status.

      *> One batch per run, in the standby's inbox. Written under a
      *> .tmp name and renamed when complete, so standby-apply never
      *> sees half a batch.
           select ship-batch
               assign to batch-path
               organization is sequential
               file status is ship-batch-status.

      *> Heartbeat for the standby - rewritten every run, new
      *> entries or not.
           select primary-status
               assign to status-path
               organization is line sequential
               file status is primary-status-status.

       data division.
       file section.
      *> Same fixed-length journal record database-interface.cbl
      *> appends - BEGIN carries the before/after images of one store
      *> mutation, COMMIT marks that the store write returned.
       fd  db-journal.
       01  db-journal-record.
           03 jr-timestamp      pic x(21).
           03 jr-collection     pic x(10).
           03 jr-phase          pic x(8).
           03 jr-record-key     pic x(64).
           03 jr-before-image   pic x(3200).
           03 jr-after-image    pic x(3200).

       fd  write-lock-file.
       01  write-lock-record    pic x(1).

       fd  ship-state.
       01  ship-state-record.
           03 ss-journal-first  pic x(21).
           03 ss-consumed       pic 9(9).
           03 ss-next-batch     pic 9(8).
           03 ss-shipped-total  pic 9(12).
           03 ss-newest-commit  pic x(21).
           03 ss-journal-gap    pic x(1).

      *> A committed change as the standby needs it - the after
      *> image alone, in journal order. standby-apply.cbl declares
      *> the same record.
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

       working-storage section.
       01 db-journal-status    pic xx.
       01 write-lock-status    pic xx.
       01 ship-state-status    pic xx.
       01 ship-batch-status    pic xx.
       01 primary-status-status pic xx.
       01 write-lock-held      pic x(1) value "N".
       01 lock-try-count       pic 99 usage comp-5.
       01 lock-retry-limit     pic 99 usage comp-5 value 50.
       01 lock-retry-nanos     pic 9(18) usage comp-5
           value 100000000.

       01 journal-path         pic x(200).
       01 live-journal-path    pic x(30) value "data/db-journal.dat".
       01 previous-journal-path pic x(30)
           value "data/db-journal.prev".
       01 ship-dir             pic x(200).
       01 batch-path           pic x(200).
       01 batch-final-path     pic x(200).
       01 status-path          pic x(200).
       01 status-final-path    pic x(200).
       01 file-op-result       pic s9(9) usage comp-5.

      *> settings.cbl's LINKAGE shape with local names - where the
      *> standby's inbox is mounted lives with the other site
      *> settings.
       01 settings-request.
           03 settings-action   pic x(10).
           03 settings-key      pic x(40).
           03 settings-value    pic x(200).

       01 settings-response.
           03 settings-success  pic x(1).
           03 settings-message  pic x(200).
           03 settings-value-out pic x(200).

      *> BEGINs the scan found with no COMMIT after them, by their
      *> position in the journal. Under the write lock these are
      *> only ever writes that died; db-recover rolls them back on
      *> this side, so they are never shipped. One slot per crashed
      *> process, the same sizing db-recover uses.
       01 pending-ops.
           03 pending-count     pic 9(4) usage comp-5 value 0.
           03 pending-entries occurs 100 times.
               05 pd-collection pic x(10).
               05 pd-record-key pic x(64).
               05 pd-position   pic 9(9) usage comp-5.
       01 pending-index        pic 9(4) usage comp-5.
       01 pending-match        pic 9(4) usage comp-5.

       01 live-first-stamp     pic x(21).
       01 scan-first-stamp     pic x(21).
       01 scan-total           pic 9(9) usage comp-5.
       01 entry-position       pic 9(9) usage comp-5.
       01 torn-entry           pic x(1).
       01 batch-open           pic x(1).
       01 batch-number-text    pic 9(8).
       01 ship-failed          pic x(1) value "N".
       01 live-skipped         pic x(1) value "N".

       01 report-counts.
           03 entries-shipped   pic 9(8) value 0.
           03 torn-skipped      pic 9(6) value 0.
           03 batches-written   pic 9(4) value 0.

      *> Log shipping to the warm standby. Every committed content,
      *> body-overflow and media change the journal has taken since
      *> the last run goes to the standby's inbox (the directory in
      *> the standby_ship_dir setting - a share the standby mounts,
      *> or a directory synchronized to it) as the next numbered
      *> batch, for standby-apply.cbl to roll into the standby's own
      *> stores. Run from cron every few minutes on the primary; a
      *> site with no standby_ship_dir set ships nothing. When
      *> db-recover has closed a cycle since the last run, the tail
      *> of data/db-journal.prev goes first; a cycle lost entirely
      *> (two closed between runs) is reported as a gap: the standby
      *> is then reseeded from a backup-stores generation, this
      *> side's data/journal-ship-state.dat removed, and the standby
      *> started again from batch 1.
       procedure division.

       move "get" to settings-action.
       move "standby_ship_dir" to settings-key.
       move spaces to settings-value.
       call "settings" using settings-request settings-response.
       move spaces to ship-dir.
       if settings-success = "Y"
           move settings-value-out to ship-dir
       end-if.
       if ship-dir = spaces
           display function concatenate(
               "journal-ship: no standby_ship_dir setting - no ",
               "standby to ship to"
           )
           goback
       end-if.

       perform load-ship-state.

       *> The live cycle's first entry says whether db-recover has
       *> turned the journal over since the last run.
       move live-journal-path to journal-path.
       perform peek-first-stamp.
       move scan-first-stamp to live-first-stamp.
       if ss-journal-first not = spaces
           and ss-journal-first not = live-first-stamp
           perform ship-previous-cycle
       end-if.

       if ship-failed = "N"
           perform ship-live-cycle
       end-if.

       if ship-failed = "N"
           perform save-ship-state
           perform write-primary-status
       end-if.
       perform display-summary.

       if ship-failed = "Y" or ss-journal-gap = "Y"
           move 8 to return-code
       else
           if live-skipped = "Y"
               move 4 to return-code
           end-if
       end-if.

       goback.

       load-ship-state section.
           move spaces to ss-journal-first.
           move 0 to ss-consumed.
           move 1 to ss-next-batch.
           move 0 to ss-shipped-total.
           move spaces to ss-newest-commit.
           move "N" to ss-journal-gap.
           open input ship-state.
           if ship-state-status = "00"
               read ship-state
                   at end
                       move spaces to ss-journal-first
                       move 0 to ss-consumed
                       move 1 to ss-next-batch
                       move 0 to ss-shipped-total
                       move spaces to ss-newest-commit
                       move "N" to ss-journal-gap
               end-read
               close ship-state
           end-if.
           move spaces to ship-state-status.
           if ss-consumed not numeric
               move 0 to ss-consumed
           end-if.
           if ss-next-batch not numeric or ss-next-batch = 0
               move 1 to ss-next-batch
           end-if.
           if ss-shipped-total not numeric
               move 0 to ss-shipped-total
           end-if.
           if ss-journal-gap not = "Y"
               move "N" to ss-journal-gap
           end-if.

       save-ship-state section.
           open output ship-state.
           write ship-state-record.
           close ship-state.

       peek-first-stamp section.
           move spaces to scan-first-stamp.
           open input db-journal.
           if db-journal-status = "00"
               read db-journal
                   at end continue
                   not at end move jr-timestamp to scan-first-stamp
               end-read
               close db-journal
           end-if.

       ship-previous-cycle section.
           *> The cycle the checkpoint belongs to has been closed by
           *> db-recover. Its unshipped tail is still in
           *> db-journal.prev unless a second cycle has closed since.
           move previous-journal-path to journal-path.
           perform scan-journal.
           if scan-first-stamp = ss-journal-first
               perform ship-journal-tail
           else
               *> Stays flagged until the standby is reseeded and
               *> this checkpoint file removed to start afresh.
               move "Y" to ss-journal-gap
               display function concatenate(
                   "JOURNAL SHIP GAP: the journal cycle starting ",
                   ss-journal-first(1:14),
                   " closed before it was fully shipped - the ",
                   "standby must be reseeded from a backup"
               )
           end-if.
           if ship-failed = "N"
               move spaces to ss-journal-first
               move 0 to ss-consumed
           end-if.

       ship-live-cycle section.
           move live-journal-path to journal-path.
           perform acquire-write-lock.
           if write-lock-held = "N"
               display function concatenate(
                   "journal-ship: could not obtain the store write ",
                   "lock - the live journal ships next run"
               )
               move "Y" to live-skipped
               exit section
           end-if.
           perform scan-journal.
           perform release-write-lock.
           if scan-total = 0
               exit section
           end-if.
           if ss-journal-first = spaces
               move scan-first-stamp to ss-journal-first
               move 0 to ss-consumed
           end-if.
           if scan-first-stamp not = ss-journal-first
               *> db-recover turned the journal over between the
               *> first look and the scan - the next run ships it.
               exit section
           end-if.
           perform ship-journal-tail.

       scan-journal section.
           *> Counts the entries and finds the BEGINs that never saw
           *> their COMMIT. The count bounds the shipping pass, so
           *> entries appended after the scan wait for the next run.
           move spaces to scan-first-stamp.
           move 0 to scan-total.
           move 0 to pending-count.
           open input db-journal.
           if db-journal-status not = "00"
               move spaces to db-journal-status
               exit section
           end-if.
           perform until db-journal-status not = "00"
               read db-journal
                   at end move "10" to db-journal-status
                   not at end
                       add 1 to scan-total
                       if scan-total = 1
                           move jr-timestamp to scan-first-stamp
                       end-if
                       perform track-one-entry
               end-read
           end-perform.
           close db-journal.

       track-one-entry section.
           evaluate function trim(jr-phase)
               when "BEGIN"
                   if pending-count < 100
                       add 1 to pending-count
                       move jr-collection
                           to pd-collection(pending-count)
                       move jr-record-key
                           to pd-record-key(pending-count)
                       move scan-total to pd-position(pending-count)
                   end-if
               when "COMMIT"
                   *> Close out the most recent open BEGIN for this
                   *> collection/key, as db-recover matches them.
                   move 0 to pending-match
                   perform varying pending-index from pending-count
                       by -1 until pending-index < 1
                       if pd-collection(pending-index) = jr-collection
                           and pd-record-key(pending-index)
                               = jr-record-key
                           move pending-index to pending-match
                           exit perform
                       end-if
                   end-perform
                   if pending-match > 0
                       perform varying pending-index
                           from pending-match by 1
                           until pending-index >= pending-count
                           move pending-entries(pending-index + 1)
                               to pending-entries(pending-index)
                       end-perform
                       subtract 1 from pending-count
                   end-if
           end-evaluate.

       ship-journal-tail section.
           *> Entries past the checkpoint and within the scan, BEGINs
           *> only, torn ones left out - into one new batch.
           if scan-total not > ss-consumed
               move scan-total to ss-consumed
               exit section
           end-if.
           move "N" to batch-open.
           move ss-next-batch to batch-number-text.
           move function concatenate(
               function trim(ship-dir), "/journal-batch-",
               batch-number-text, ".tmp"
           ) to batch-path.
           move function concatenate(
               function trim(ship-dir), "/journal-batch-",
               batch-number-text, ".dat"
           ) to batch-final-path.

           move 0 to entry-position.
           open input db-journal.
           perform until db-journal-status not = "00"
               or entry-position >= scan-total
               read db-journal
                   at end move "10" to db-journal-status
                   not at end
                       add 1 to entry-position
                       if entry-position > ss-consumed
                           and function trim(jr-phase) = "BEGIN"
                           perform ship-one-entry
                       end-if
               end-read
           end-perform.
           close db-journal.
           if ship-failed = "Y"
               exit section
           end-if.

           if batch-open = "Y"
               close ship-batch
               call "CBL_RENAME_FILE" using batch-path
                   batch-final-path
                   returning file-op-result
               if file-op-result not = 0
                   display function concatenate(
                       "journal-ship: ", function trim(batch-path),
                       " could not be renamed into place"
                   )
                   move "Y" to ship-failed
                   exit section
               end-if
               add 1 to ss-next-batch
               add 1 to batches-written
           end-if.
           move scan-total to ss-consumed.

       ship-one-entry section.
           move "N" to torn-entry.
           perform varying pending-index from 1 by 1
               until pending-index > pending-count
               if pd-position(pending-index) = entry-position
                   move "Y" to torn-entry
               end-if
           end-perform.
           if torn-entry = "Y"
               add 1 to torn-skipped
               exit section
           end-if.
           if batch-open = "N"
               open output ship-batch
               if ship-batch-status not = "00"
                   display function concatenate(
                       "journal-ship: could not write ",
                       function trim(batch-path), " (status ",
                       ship-batch-status, ")"
                   )
                   move "Y" to ship-failed
                   move "10" to db-journal-status
                   exit section
               end-if
               move "Y" to batch-open
           end-if.
           move jr-timestamp to sb-timestamp.
           move jr-collection to sb-collection.
           move jr-record-key to sb-record-key.
           move jr-after-image to sb-after-image.
           write ship-batch-record.
           add 1 to entries-shipped.
           add 1 to ss-shipped-total.
           move jr-timestamp to ss-newest-commit.

       write-primary-status section.
           move function concatenate(
               function trim(ship-dir), "/primary-status.tmp"
           ) to status-path.
           move function concatenate(
               function trim(ship-dir), "/primary-status.dat"
           ) to status-final-path.
           open output primary-status.
           if primary-status-status not = "00"
               display function concatenate(
                   "journal-ship: could not write ",
                   function trim(status-path)
               )
               move "Y" to ship-failed
               exit section
           end-if.
           move function current-date to ps-shipped-at.
           compute ps-last-batch = ss-next-batch - 1.
           move ss-shipped-total to ps-shipped-total.
           move ss-newest-commit to ps-newest-commit.
           move ss-journal-gap to ps-journal-gap.
           write primary-status-record.
           close primary-status.
           call "CBL_DELETE_FILE" using status-final-path
               returning file-op-result.
           call "CBL_RENAME_FILE" using status-path status-final-path
               returning file-op-result.

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

       display-summary section.
           display function concatenate(
               "journal-ship: ", function trim(entries-shipped),
               " committed change(s) shipped in ",
               function trim(batches-written), " batch(es), ",
               function trim(torn-skipped),
               " uncommitted write(s) left out"
           ).
           if ship-failed = "Y"
               display function concatenate(
                   "journal-ship: checkpoint not advanced - the same ",
                   "entries ship on the next run"
               )
           end-if.

       end program journal-ship.
