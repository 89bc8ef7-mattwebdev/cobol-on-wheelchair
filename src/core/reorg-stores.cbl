       identification division.
       program-id. reorg-stores.

       environment division.
       input-output section.
       file-control.

      *> Same single-writer gate every other mutator of the shared
      *> stores takes - held for the whole run, so no CGI save can
      *> land in a store between its unload and the swap.
           select write-lock-file
               assign to "data/db-write.lock"
               organization is sequential
               file status is write-lock-status.

      *> One generic shape per store, key plus filler padding the
      *> record out to its true length - the opaque-bytes readers
      *> backup-stores and capacity-monitor use. Each is assigned to
      *> store-path so the same shape reads the live store and
      *> writes its fresh copy. The filler widths (and the search
      *> index's alternate key) must grow in step with the real
      *> layouts in database-interface.cbl and media.cbl.
           select content-store
               assign to store-path
               organization is indexed
               access mode is sequential
               record key is rg-cm-id
               file status is store-status.

           select media-store
               assign to store-path
               organization is indexed
               access mode is sequential
               record key is rg-mm-id
               file status is store-status.

           select revision-store
               assign to store-path
               organization is indexed
               access mode is sequential
               record key is rg-cr-key
               file status is store-status.

           select search-store
               assign to store-path
               organization is indexed
               access mode is sequential
               record key is rg-six-key
               alternate record key is rg-six-word with duplicates
               file status is store-status.

           select comment-store
               assign to store-path
               organization is indexed
               access mode is sequential
               record key is rg-co-id
               file status is store-status.

      *> The unload - every record in key order, fixed length, wide
      *> enough for the longest store.
           select unload-file
               assign to unload-path
               organization is sequential
               file status is unload-status.

           select report-file
               assign to "data/reorg-report.txt"
               organization is line sequential
               file status is report-file-status.

       data division.
       file section.
       fd  write-lock-file.
       01  write-lock-record    pic x(1).

       fd  content-store.
       01  content-store-record.
           03 rg-cm-id          pic 9(10).
           03 filler            pic x(3124).

       fd  media-store.
       01  media-store-record.
           03 rg-mm-id          pic 9(10).
           03 filler            pic x(3114).

       fd  revision-store.
       01  revision-store-record.
           03 rg-cr-key         pic x(16).
           03 filler            pic x(2270).

       fd  search-store.
       01  search-store-record.
           03 rg-six-key        pic x(16).
           03 rg-six-word       pic x(30).
           03 filler            pic x(8).

       fd  comment-store.
       01  comment-store-record.
           03 rg-co-id          pic 9(10).
           03 filler            pic x(1200).

       fd  unload-file.
       01  unload-record        pic x(3134).

       fd  report-file.
       01  report-line          pic x(200).

       working-storage section.
       01 write-lock-status    pic xx.
       01 write-lock-held      pic x(1) value "N".
       01 lock-try-count       pic 99 usage comp-5.
       01 lock-retry-limit     pic 99 usage comp-5 value 50.
       01 lock-retry-nanos     pic 9(18) usage comp-5
           value 100000000.
       01 store-status         pic xx.
       01 unload-status        pic xx.
       01 report-file-status   pic xx.

      *> The stores that take constant deletes and rewrites - the
      *> purge, archive, retention and index-refresh passes leave
      *> them full of dead space nothing else ever reclaims. The
      *> position in this table picks the generic shape above.
       01 store-table.
           03 store-count       pic 9 usage comp-5 value 5.
           03 store-entries.
               05 filler pic x(30) value "content.dat".
               05 filler pic x(30) value "media.dat".
               05 filler pic x(30) value "content-revisions.dat".
               05 filler pic x(30) value "search-index.dat".
               05 filler pic x(30) value "comments.dat".
           03 store-names redefines store-entries
               occurs 5 times pic x(30).

       01 store-index          pic 9 usage comp-5.
       01 store-path           pic x(200).
       01 live-path            pic x(200).
       01 new-path             pic x(200).
       01 old-path             pic x(200).
       01 unload-path          pic x(200).
       01 file-op-result       pic s9(9) usage comp-5.

      *> CBL_CHECK_FILE_EXIST's details block - the size is all this
      *> job reads from it.
       01 file-details.
           03 file-size         pic x(8) usage comp-x.
           03 file-stamp        pic x(8).
       01 size-before          pic 9(18) usage comp-5.
       01 size-after           pic 9(18) usage comp-5.

       01 stage-record         pic x(3134).
       01 this-key             pic x(16).
       01 prev-key             pic x(16).
       01 at-end-of-store      pic x(1).
       01 end-status           pic xx.

       01 unload-count         pic 9(8) usage comp-5.
       01 reload-count         pic 9(8) usage comp-5.
       01 verify-count         pic 9(8) usage comp-5.
       01 reload-rejects       pic 9(8) usage comp-5.
       01 sequence-breaks      pic 9(8) usage comp-5.
       01 store-result         pic x(40).

       01 count-display        pic z(7)9.
       01 size-display         pic z(17)9.
       01 size-display-2       pic z(17)9.

      *> business-date.cbl's LINKAGE shape with local names - the
      *> report heading carries the night's business date.
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

       01 report-counts.
           03 stores-reorganized pic 9(4) value 0.
           03 stores-failed     pic 9(4) value 0.
           03 stores-skipped    pic 9(4) value 0.

      *> Weekly reorganization of the indexed stores. Each store is
      *> unloaded in key order, reloaded into a fresh file, and the
      *> fresh file walked back to prove the record count matches
      *> the unload and every key is in ascending sequence - only
      *> then is it swapped in over the live store. A store that
      *> fails any check is left exactly as it was. Sizes before and
      *> after go to data/reorg-report.txt. Runs after the night's
      *> backup, under the single-writer lock for its whole length.
       procedure division.

       move "get" to bd-action.
       move spaces to bd-date-in.
       move spaces to bd-set-by.
       call "business-date" using business-date-request
           business-date-response.
       display function concatenate(
           "reorg-stores: business date ", bd-date-iso
       ).

       perform acquire-write-lock.
       if write-lock-held = "N"
           display function concatenate(
               "reorg-stores: could not obtain the store write ",
               "lock - run abandoned"
           )
           move 8 to return-code
           goback
       end-if.

       open output report-file.
       move "INDEXED STORE REORGANIZATION" to report-line.
       write report-line.
       move function concatenate(
           "Business date: ", bd-date-iso
       ) to report-line.
       write report-line.
       move function concatenate(
           "store | records | bytes before | bytes after | result"
       ) to report-line.
       write report-line.

       perform varying store-index from 1 by 1
           until store-index > store-count
           perform reorg-one-store
       end-perform.

       close report-file.
       perform release-write-lock.
       perform display-summary.

       if stores-failed > 0
           move 8 to return-code
       end-if.

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

       reorg-one-store section.
           move function concatenate(
               "data/", function trim(store-names(store-index))
           ) to live-path.
           move function concatenate(
               "data/reorg-", function trim(store-names(store-index)),
               ".new"
           ) to new-path.
           move function concatenate(
               "data/reorg-", function trim(store-names(store-index)),
               ".old"
           ) to old-path.
           move function concatenate(
               "data/reorg-", function trim(store-names(store-index)),
               ".unl"
           ) to unload-path.
           move 0 to unload-count.
           move 0 to reload-count.
           move 0 to verify-count.
           move 0 to reload-rejects.
           move 0 to sequence-breaks.
           move 0 to size-after.

           *> A store that has never been created is skipped, not
           *> failed.
           call "CBL_CHECK_FILE_EXIST"
               using live-path file-details
               returning file-op-result.
           if file-op-result not = 0
               add 1 to stores-skipped
               move 0 to size-before
               move "SKIPPED - store does not exist yet"
                   to store-result
               perform write-store-line
               exit section
           end-if.
           move file-size to size-before.

           *> Leftovers from a run that died part-way are cleared
           *> first - the live store was never touched by it.
           call "CBL_DELETE_FILE" using new-path
               returning file-op-result.
           call "CBL_DELETE_FILE" using old-path
               returning file-op-result.

           perform unload-live-store.
           if store-result not = spaces
               perform abandon-store
               exit section
           end-if.
           perform reload-new-store.
           if store-result not = spaces
               perform abandon-store
               exit section
           end-if.
           perform verify-new-store.
           if store-result not = spaces
               perform abandon-store
               exit section
           end-if.
           perform swap-new-store.
           if store-result not = spaces
               perform abandon-store
               exit section
           end-if.

           call "CBL_DELETE_FILE" using old-path
               returning file-op-result.
           call "CBL_DELETE_FILE" using unload-path
               returning file-op-result.
           call "CBL_CHECK_FILE_EXIST"
               using live-path file-details
               returning file-op-result.
           if file-op-result = 0
               move file-size to size-after
           end-if.
           add 1 to stores-reorganized.
           move "REORGANIZED" to store-result.
           perform write-store-line.

       unload-live-store section.
           move spaces to store-result.
           move live-path to store-path.
           perform open-store-input.
           if store-status not = "00"
               move function concatenate(
                   "FAILED - live store would not open (",
                   store-status, ")"
               ) to store-result
               exit section
           end-if.
           open output unload-file.
           if unload-status not = "00"
               perform close-store
               move function concatenate(
                   "FAILED - unload file would not open (",
                   unload-status, ")"
               ) to store-result
               exit section
           end-if.
           move "N" to at-end-of-store.
           perform read-store-next.
           perform until at-end-of-store = "Y"
               move stage-record to unload-record
               write unload-record
               add 1 to unload-count
               perform read-store-next
           end-perform.
           move store-status to end-status.
           close unload-file.
           perform close-store.
           if end-status not = "10"
               move function concatenate(
                   "FAILED - unload stopped on status ", end-status
               ) to store-result
           end-if.

       reload-new-store section.
           move new-path to store-path.
           perform open-store-output.
           if store-status not = "00"
               move function concatenate(
                   "FAILED - fresh store would not open (",
                   store-status, ")"
               ) to store-result
               exit section
           end-if.
           open input unload-file.
           perform until unload-status not = "00"
               read unload-file
                   at end move "10" to unload-status
                   not at end
                       move unload-record to stage-record
                       perform write-store-record
               end-read
           end-perform.
           close unload-file.
           perform close-store.
           if reload-rejects > 0
               move reload-rejects to count-display
               move function concatenate(
                   "FAILED - ", function trim(count-display),
                   " record(s) refused on reload"
               ) to store-result
           end-if.

       verify-new-store section.
           *> The fresh file is read back on its own - the counts
           *> from the unload and reload prove nothing about what
           *> actually reached the disk.
           move new-path to store-path.
           perform open-store-input.
           if store-status not = "00"
               move "FAILED - fresh store would not read back"
                   to store-result
               exit section
           end-if.
           move low-values to prev-key.
           move 0 to sequence-breaks.
           move "N" to at-end-of-store.
           perform read-store-next.
           perform until at-end-of-store = "Y"
               if this-key not > prev-key
                   add 1 to sequence-breaks
               end-if
               move this-key to prev-key
               add 1 to verify-count
               perform read-store-next
           end-perform.
           perform close-store.
           if verify-count not = unload-count
               or reload-count not = unload-count
               move function concatenate(
                   "FAILED - record counts do not agree"
               ) to store-result
               exit section
           end-if.
           if sequence-breaks > 0
               move "FAILED - keys out of sequence in fresh store"
                   to store-result
           end-if.

       swap-new-store section.
           *> Live store aside, fresh store in; if the second rename
           *> fails the first is undone so the live name is never
           *> left empty.
           call "CBL_RENAME_FILE" using live-path old-path
               returning file-op-result.
           if file-op-result not = 0
               move "FAILED - live store could not be moved aside"
                   to store-result
               exit section
           end-if.
           call "CBL_RENAME_FILE" using new-path live-path
               returning file-op-result.
           if file-op-result not = 0
               call "CBL_RENAME_FILE" using old-path live-path
                   returning file-op-result
               move "FAILED - fresh store could not be swapped in"
                   to store-result
           end-if.

       abandon-store section.
           call "CBL_DELETE_FILE" using new-path
               returning file-op-result.
           call "CBL_DELETE_FILE" using unload-path
               returning file-op-result.
           add 1 to stores-failed.
           move size-before to size-after.
           perform write-store-line.
           display function concatenate(
               "REORG FAILED: ", function trim(live-path), " - ",
               function trim(store-result),
               " - live store left untouched"
           ).

       write-store-line section.
           move unload-count to count-display.
           move size-before to size-display.
           move size-after to size-display-2.
           move function concatenate(
               function trim(store-names(store-index)), " | ",
               function trim(count-display), " | ",
               function trim(size-display), " | ",
               function trim(size-display-2), " | ",
               function trim(store-result)
           ) to report-line.
           write report-line.
           display function concatenate(
               "reorg-stores: ", function trim(report-line)
           ).

       open-store-input section.
           evaluate store-index
               when 1 open input content-store
               when 2 open input media-store
               when 3 open input revision-store
               when 4 open input search-store
               when 5 open input comment-store
           end-evaluate.

       open-store-output section.
           evaluate store-index
               when 1 open output content-store
               when 2 open output media-store
               when 3 open output revision-store
               when 4 open output search-store
               when 5 open output comment-store
           end-evaluate.

       close-store section.
           evaluate store-index
               when 1 close content-store
               when 2 close media-store
               when 3 close revision-store
               when 4 close search-store
               when 5 close comment-store
           end-evaluate.

       read-store-next section.
           *> Leaves the record in stage-record and its primary key
           *> in this-key, or at-end-of-store "Y" (status kept for
           *> the caller to tell a clean end from a failed read).
           move spaces to stage-record.
           move spaces to this-key.
           evaluate store-index
               when 1
                   read content-store next record
                       at end move "Y" to at-end-of-store
                       not at end
                           move content-store-record to stage-record
                           move rg-cm-id to this-key
                   end-read
               when 2
                   read media-store next record
                       at end move "Y" to at-end-of-store
                       not at end
                           move media-store-record to stage-record
                           move rg-mm-id to this-key
                   end-read
               when 3
                   read revision-store next record
                       at end move "Y" to at-end-of-store
                       not at end
                           move revision-store-record
                               to stage-record
                           move rg-cr-key to this-key
                   end-read
               when 4
                   read search-store next record
                       at end move "Y" to at-end-of-store
                       not at end
                           move search-store-record to stage-record
                           move rg-six-key to this-key
                   end-read
               when 5
                   read comment-store next record
                       at end move "Y" to at-end-of-store
                       not at end
                           move comment-store-record
                               to stage-record
                           move rg-co-id to this-key
                   end-read
           end-evaluate.
           if store-status not = "00" and store-status not = "10"
               move "Y" to at-end-of-store
           end-if.

       write-store-record section.
           evaluate store-index
               when 1
                   move stage-record to content-store-record
                   write content-store-record
                       invalid key add 1 to reload-rejects
                       not invalid key add 1 to reload-count
                   end-write
               when 2
                   move stage-record to media-store-record
                   write media-store-record
                       invalid key add 1 to reload-rejects
                       not invalid key add 1 to reload-count
                   end-write
               when 3
                   move stage-record to revision-store-record
                   write revision-store-record
                       invalid key add 1 to reload-rejects
                       not invalid key add 1 to reload-count
                   end-write
               when 4
                   move stage-record to search-store-record
                   write search-store-record
                       invalid key add 1 to reload-rejects
                       not invalid key add 1 to reload-count
                   end-write
               when 5
                   move stage-record to comment-store-record
                   write comment-store-record
                       invalid key add 1 to reload-rejects
                       not invalid key add 1 to reload-count
                   end-write
           end-evaluate.

       display-summary section.
           display function concatenate(
               "reorg-stores: ", function trim(stores-reorganized),
               " store(s) reorganized, ", function trim(stores-failed),
               " failed, ", function trim(stores-skipped),
               " skipped - see data/reorg-report.txt"
           ).

       end program reorg-stores.
