       identification division.
       program-id. migrate-layout.

       environment division.
       input-output section.
       file-control.

      *> The single-writer gate - held for the whole run, since the
      *> live store is moved aside while its new-layout copy is
      *> built under the live name.
           select write-lock-file
               assign to "data/db-write.lock"
               organization is sequential
               file status is write-lock-status.

      *> Which layout version each shared store is in, one row per
      *> store. A store with no row has never been converted and is
      *> at version 1, the layout the registry below starts from -
      *> unless it already opens in the current layout.
           select layout-versions
               assign to "data/layout-versions.dat"
               organization is indexed
               access mode is dynamic
               record key is lv-store-name
               file status is layout-status.

      *> Two generic shapes per store - the previous registered
      *> layout, read from the copy the live store is moved aside
      *> to, and the current one, written under the live name. Key
      *> plus filler, like every other opaque-bytes reader. When a
      *> layout changes, the "previous" filler takes the old length
      *> and the "current" filler the new one, in the same change
      *> that adds the version to load-layout-registry.
           select previous-content
               assign to old-path
               organization is indexed
               access mode is sequential
               record key is pv-cm-id
               file status is store-status.

           select current-content
               assign to store-path
               organization is indexed
               access mode is sequential
               record key is cu-cm-id
               file status is store-status.

           select previous-media
               assign to old-path
               organization is indexed
               access mode is sequential
               record key is pv-mm-id
               file status is store-status.

           select current-media
               assign to store-path
               organization is indexed
               access mode is sequential
               record key is cu-mm-id
               file status is store-status.

           select previous-users
               assign to old-path
               organization is indexed
               access mode is sequential
               record key is pv-user-id
               file status is store-status.

           select current-users
               assign to store-path
               organization is indexed
               access mode is sequential
               record key is cu-user-id
               file status is store-status.

           select report-file
               assign to "data/layout-migration-report.txt"
               organization is line sequential
               file status is report-file-status.

       data division.
       file section.
       fd  write-lock-file.
       01  write-lock-record    pic x(1).

       fd  layout-versions.
       01  layout-version-record.
           03 lv-store-name     pic x(30).
           03 lv-version        pic 9(3).
           03 lv-record-length  pic 9(5).
           03 lv-stamped        pic x(21).
           03 lv-note           pic x(200).

       fd  previous-content.
       01  previous-content-record.
           03 pv-cm-id          pic 9(10).
           03 filler            pic x(3124).

       fd  current-content.
       01  current-content-record.
           03 cu-cm-id          pic 9(10).
           03 filler            pic x(3124).

       fd  previous-media.
       01  previous-media-record.
           03 pv-mm-id          pic 9(10).
           03 filler            pic x(2599).

       fd  current-media.
       01  current-media-record.
           03 cu-mm-id          pic 9(10).
           03 filler            pic x(3114).

       fd  previous-users.
       01  previous-users-record.
           03 pv-user-id        pic 9(10).
           03 filler            pic x(818).

       fd  current-users.
       01  current-users-record.
           03 cu-user-id        pic 9(10).
           03 filler            pic x(832).

       fd  report-file.
       01  report-line          pic x(250).

       working-storage section.
       01 write-lock-status    pic xx.
       01 write-lock-held      pic x(1) value "N".
       01 lock-try-count       pic 99 usage comp-5.
       01 lock-retry-limit     pic 99 usage comp-5 value 50.
       01 lock-retry-nanos     pic 9(18) usage comp-5
           value 100000000.
       01 layout-status        pic xx.
       01 store-status         pic xx.
       01 report-file-status   pic xx.

      *> The stores whose layouts the rest of the system mirrors
      *> with fillers. The position picks the generic shapes above;
      *> MIGRATE_STORE names one of the short names to convert just
      *> that store.
       01 store-table.
           03 store-count       pic 9 usage comp-5 value 3.
           03 store-entries.
               05 filler pic x(10) value "content".
               05 filler pic x(30) value "content.dat".
               05 filler pic x(10) value "media".
               05 filler pic x(30) value "media.dat".
               05 filler pic x(10) value "users".
               05 filler pic x(30) value "users.dat".
           03 store-rows redefines store-entries occurs 3 times.
               05 store-short-name pic x(10).
               05 store-file-name pic x(30).

      *> Every layout each store has had, from version 1 on, and
      *> the fields each version added with the value existing
      *> records take for them. Filled by load-layout-registry.
       01 layout-registry.
           03 layout-count      pic 99 usage comp-5 value 0.
           03 layout-rows occurs 30 times.
               05 ly-store      pic x(10).
               05 ly-version    pic 9(3).
               05 ly-length     pic 9(5).

       01 field-defaults.
           03 default-count     pic 99 usage comp-5 value 0.
           03 default-rows occurs 60 times.
               05 df-store      pic x(10).
               05 df-version    pic 9(3).
               05 df-offset     pic 9(5).
               05 df-length     pic 9(5).
               05 df-value      pic x(60).

       01 new-layout.
           03 nl-store          pic x(10).
           03 nl-version        pic 9(3).
           03 nl-length         pic 9(5).
       01 new-default.
           03 nd-offset         pic 9(5).
           03 nd-length         pic 9(5).
           03 nd-value          pic x(60).

       01 requested-store      pic x(10).
       01 store-index          pic 9 usage comp-5.
       01 registry-index       pic 99 usage comp-5.
       01 default-index        pic 99 usage comp-5.
       01 store-path           pic x(200).
       01 old-path             pic x(200).
       01 file-op-result       pic s9(9) usage comp-5.
       01 file-details.
           03 file-size         pic x(8) usage comp-x.
           03 file-stamp        pic x(8).

       01 stamped-version      pic 9(3).
       01 target-version       pic 9(3).
       01 previous-length      pic 9(5).
       01 target-length        pic 9(5).
       01 version-display      pic zz9.
       01 version-display-2    pic zz9.

       01 old-stage            pic x(4000).
       01 new-stage            pic x(4000).
       01 this-key             pic 9(10).
       01 at-end-of-store      pic x(1).
       01 end-status           pic xx.

      *> Control totals - the record count and the sum of the keys,
      *> taken as the old layout is read and again from the new
      *> store read back on its own. They must agree exactly.
       01 count-before         pic 9(8) usage comp-5.
       01 count-after          pic 9(8) usage comp-5.
       01 hash-before          pic 9(18) usage comp-5.
       01 hash-after           pic 9(18) usage comp-5.
       01 write-rejects        pic 9(8) usage comp-5.
       01 store-result         pic x(80).

       01 count-display        pic z(7)9.
       01 count-display-2      pic z(7)9.
       01 hash-display         pic z(17)9.
       01 hash-display-2       pic z(17)9.
       01 length-display       pic z(4)9.
       01 length-display-2     pic z(4)9.
       01 run-stamp            pic x(21).
       01 stamp-found          pic x(1).
       01 stamp-note           pic x(150).

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
           03 stores-migrated   pic 9(4) value 0.
           03 stores-current    pic 9(4) value 0.
           03 stores-failed     pic 9(4) value 0.

      *> Record-layout migration for content.dat, media.dat and
      *> users.dat. Each store's layout version is stamped in
      *> data/layout-versions.dat; a store behind the newest
      *> version registered below is moved aside, every record is
      *> carried into the new length with the added fields set to
      *> their defaults, and the new store is read back to prove
      *> its record count and key hash total match the old one
      *> before the stamp moves on. A store already at the newest
      *> version is never converted again. A failed conversion puts
      *> the old store back under the live name; a good one keeps
      *> the old store beside it (data/migrate-<store>.v<nnn>)
      *> until someone removes it. The before/after totals go to
      *> data/layout-migration-report.txt. Runs nightly straight
      *> after db-recover, and can be run on its own at deployment;
      *> MIGRATE_STORE=content|media|users limits it to one store.
       procedure division.

       move "get" to bd-action.
       move spaces to bd-date-in.
       move spaces to bd-set-by.
       call "business-date" using business-date-request
           business-date-response.
       display function concatenate(
           "migrate-layout: business date ", bd-date-iso
       ).

       move spaces to requested-store.
       accept requested-store from environment "MIGRATE_STORE".
       move function lower-case(requested-store) to requested-store.
       if requested-store not = spaces
           and requested-store not = "content"
           and requested-store not = "media"
           and requested-store not = "users"
           display function concatenate(
               "migrate-layout: MIGRATE_STORE must be content, ",
               "media or users - run abandoned"
           )
           move 8 to return-code
           goback
       end-if.

       perform load-layout-registry.

       perform acquire-write-lock.
       if write-lock-held = "N"
           display function concatenate(
               "migrate-layout: could not obtain the store write ",
               "lock - run abandoned"
           )
           move 8 to return-code
           goback
       end-if.

       open i-o layout-versions.
       if layout-status = "35"
           open output layout-versions
           close layout-versions
           open i-o layout-versions
       end-if.
       if layout-status not = "00"
           display function concatenate(
               "migrate-layout: data/layout-versions.dat would not ",
               "open (", layout-status, ") - run abandoned"
           )
           perform release-write-lock
           move 8 to return-code
           goback
       end-if.

       open output report-file.
       move "RECORD LAYOUT MIGRATION" to report-line.
       write report-line.
       move function concatenate(
           "Business date: ", bd-date-iso
       ) to report-line.
       write report-line.
       move function concatenate(
           "store | from | to | length from | length to | ",
           "records before | records after | hash before | ",
           "hash after | result"
       ) to report-line.
       write report-line.

       perform varying store-index from 1 by 1
           until store-index > store-count
           if requested-store = spaces
               or requested-store = store-short-name(store-index)
               perform migrate-one-store
           end-if
       end-perform.

       close report-file.
       close layout-versions.
       perform release-write-lock.
       perform display-summary.

       if stores-failed > 0
           move 8 to return-code
       end-if.

       goback.

       load-layout-registry section.
           *> Version 1 of each store is its layout when stamping
           *> began. A layout change appends its fields to the end
           *> of the record and adds a block here - the new version
           *> and length, then one add-field-default per field - so
           *> the existing bytes keep their offsets and only the
           *> tail needs a value. Numeric fields default to zeros,
           *> never spaces.
           move "content" to nl-store.
           move 1 to nl-version.
           move 3134 to nl-length.
           perform add-layout-version.

           move "media" to nl-store.
           move 1 to nl-version.
           move 2609 to nl-length.
           perform add-layout-version.

           move "users" to nl-store.
           move 1 to nl-version.
           move 828 to nl-length.
           perform add-layout-version.

      *> Version 2 of users adds mf-last-login (yyyymmddhhmmss of
      *> the last successful sign-in). Blank means the account has
      *> not signed in since the field arrived.
           move "users" to nl-store.
           move 2 to nl-version.
           move 842 to nl-length.
           perform add-layout-version.
           move 829 to nd-offset.
           move 14 to nd-length.
           move spaces to nd-value.
           perform add-field-default.

      *> Version 2 of media adds the usage rights - mm-licence,
      *> mm-credit, mm-source and mm-rights-expiry (yyyy-mm-dd).
      *> Blank means nobody has recorded rights for the file yet.
           move "media" to nl-store.
           move 2 to nl-version.
           move 3124 to nl-length.
           perform add-layout-version.
           move 2610 to nd-offset.
           move 100 to nd-length.
           move spaces to nd-value.
           perform add-field-default.
           move 2710 to nd-offset.
           move 150 to nd-length.
           move spaces to nd-value.
           perform add-field-default.
           move 2860 to nd-offset.
           move 255 to nd-length.
           move spaces to nd-value.
           perform add-field-default.
           move 3115 to nd-offset.
           move 10 to nd-length.
           move spaces to nd-value.
           perform add-field-default.

       add-layout-version section.
           add 1 to layout-count.
           move nl-store to ly-store(layout-count).
           move nl-version to ly-version(layout-count).
           move nl-length to ly-length(layout-count).

       add-field-default section.
           *> Belongs to the version last added.
           add 1 to default-count.
           move nl-store to df-store(default-count).
           move nl-version to df-version(default-count).
           move nd-offset to df-offset(default-count).
           move nd-length to df-length(default-count).
           move nd-value to df-value(default-count).

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

       migrate-one-store section.
           move spaces to store-result.
           move 0 to count-before.
           move 0 to count-after.
           move 0 to hash-before.
           move 0 to hash-after.
           move 0 to write-rejects.
           move function concatenate(
               "data/", function trim(store-file-name(store-index))
           ) to store-path.

           move 1 to stamped-version.
           move "N" to stamp-found.
           move store-file-name(store-index) to lv-store-name.
           read layout-versions
               invalid key
                   continue
               not invalid key
                   move lv-version to stamped-version
                   move "Y" to stamp-found
           end-read.

           move 0 to target-version.
           move 0 to target-length.
           move 0 to previous-length.
           perform varying registry-index from 1 by 1
               until registry-index > layout-count
               if ly-store(registry-index) =
                   store-short-name(store-index)
                   if ly-version(registry-index) > target-version
                       move ly-version(registry-index)
                           to target-version
                       move ly-length(registry-index)
                           to target-length
                   end-if
               end-if
           end-perform.
           move stamped-version to version-display.
           move target-version to version-display-2.

           if stamped-version = target-version
               *> A store first seen here gets its row, so the file
               *> always shows where every store stands.
               if stamp-found = "N"
                   move "first stamped - no conversion needed"
                       to stamp-note
                   perform stamp-store-version
               end-if
               if requested-store not = spaces
                   move function concatenate(
                       "REFUSED - already at layout version ",
                       function trim(version-display),
                       "; a store is only ever converted once"
                   ) to store-result
               else
                   move "CURRENT - nothing to convert"
                       to store-result
               end-if
               add 1 to stores-current
               move target-length to previous-length
               perform write-store-line
               exit section
           end-if.

           if stamped-version > target-version
               move function concatenate(
                   "FAILED - store is stamped layout version ",
                   function trim(version-display),
                   ", newer than this program knows"
               ) to store-result
               perform fail-store
               exit section
           end-if.

           *> The generic shapes only hold the layout immediately
           *> before the current one.
           if stamped-version + 1 not = target-version
               move function concatenate(
                   "FAILED - store is at layout version ",
                   function trim(version-display),
                   "; convert it one version at a time"
               ) to store-result
               perform fail-store
               exit section
           end-if.

           perform varying registry-index from 1 by 1
               until registry-index > layout-count
               if ly-store(registry-index) =
                   store-short-name(store-index)
                   and ly-version(registry-index) = stamped-version
                   move ly-length(registry-index) to previous-length
               end-if
           end-perform.

           *> A store that does not exist yet will be created in the
           *> current layout - it only needs the stamp.
           call "CBL_CHECK_FILE_EXIST"
               using store-path file-details
               returning file-op-result.
           if file-op-result not = 0
               move "store did not exist - created in this layout"
                   to stamp-note
               perform stamp-store-version
               move "STAMPED - store does not exist yet"
                   to store-result
               add 1 to stores-migrated
               perform write-store-line
               exit section
           end-if.

           *> No stamp is only a guess at version 1 - a store created
           *> or rebuilt since the layout changed is already written
           *> at the current length, and would not open (or would read
           *> short) in the old shape. If it opens in the current one,
           *> it only needs the stamp.
           if stamp-found = "N"
               perform open-current-input
               if store-status = "00"
                   perform close-current
                   move "unstamped store already in this layout"
                       to stamp-note
                   perform stamp-store-version
                   move target-version to version-display
                   move target-length to previous-length
                   move "STAMPED - already in the current layout"
                       to store-result
                   add 1 to stores-current
                   perform write-store-line
                   exit section
               end-if
           end-if.

           move function concatenate(
               "data/migrate-",
               function trim(store-short-name(store-index)),
               ".v", stamped-version
           ) to old-path.
           call "CBL_CHECK_FILE_EXIST"
               using old-path file-details
               returning file-op-result.
           if file-op-result = 0
               move function concatenate(
                   "FAILED - ", function trim(old-path),
                   " is already there from an earlier attempt"
               ) to store-result
               perform fail-store
               exit section
           end-if.

           call "CBL_RENAME_FILE" using store-path old-path
               returning file-op-result.
           if file-op-result not = 0
               move "FAILED - live store could not be moved aside"
                   to store-result
               perform fail-store
               exit section
           end-if.

           perform convert-old-store.
           if store-result = spaces
               perform verify-new-store
           end-if.
           if store-result not = spaces
               perform restore-old-store
               perform fail-store
               exit section
           end-if.

           move count-before to count-display.
           move hash-before to hash-display.
           move function concatenate(
               "converted from version ",
               function trim(version-display), " - ",
               function trim(count-display), " record(s), key hash ",
               function trim(hash-display)
           ) to stamp-note.
           perform stamp-store-version.
           add 1 to stores-migrated.
           move function concatenate(
               "MIGRATED - previous layout kept as ",
               function trim(old-path)
           ) to store-result.
           perform write-store-line.

       convert-old-store section.
           perform open-previous-input.
           if store-status not = "00"
               move function concatenate(
                   "FAILED - old layout would not open (",
                   store-status, ")"
               ) to store-result
               exit section
           end-if.
           perform open-current-output.
           if store-status not = "00"
               move function concatenate(
                   "FAILED - new layout would not open (",
                   store-status, ")"
               ) to store-result
               perform close-previous
               exit section
           end-if.
           move "N" to at-end-of-store.
           perform read-previous-next.
           perform until at-end-of-store = "Y"
               add 1 to count-before
               add this-key to hash-before
               perform build-new-record
               perform write-current-record
               perform read-previous-next
           end-perform.
           move store-status to end-status.
           perform close-previous.
           perform close-current.
           if end-status not = "10"
               move function concatenate(
                   "FAILED - old layout read stopped on status ",
                   end-status
               ) to store-result
               exit section
           end-if.
           if write-rejects > 0
               move write-rejects to count-display
               move function concatenate(
                   "FAILED - ", function trim(count-display),
                   " record(s) refused by the new layout"
               ) to store-result
           end-if.

       build-new-record section.
           *> The old bytes keep their offsets; the tail beyond the
           *> old length starts as spaces and each field the new
           *> version added takes its default - held to 60 bytes,
           *> so a wider field is padded out with spaces.
           move spaces to new-stage.
           move old-stage(1:previous-length)
               to new-stage(1:previous-length).
           perform varying default-index from 1 by 1
               until default-index > default-count
               if df-store(default-index) =
                   store-short-name(store-index)
                   and df-version(default-index) = target-version
                   move df-value(default-index)
                       to new-stage(df-offset(default-index):
                           df-length(default-index))
               end-if
           end-perform.

       verify-new-store section.
           *> Totals are taken again from the new store on its own -
           *> what the conversion loop counted proves nothing about
           *> what reached the disk.
           perform open-current-input.
           if store-status not = "00"
               move "FAILED - new layout would not read back"
                   to store-result
               exit section
           end-if.
           move "N" to at-end-of-store.
           perform read-current-next.
           perform until at-end-of-store = "Y"
               add 1 to count-after
               add this-key to hash-after
               perform read-current-next
           end-perform.
           perform close-current.
           if count-after not = count-before
               move "FAILED - record counts do not agree"
                   to store-result
               exit section
           end-if.
           if hash-after not = hash-before
               move "FAILED - key hash totals do not agree"
                   to store-result
           end-if.

       restore-old-store section.
           call "CBL_DELETE_FILE" using store-path
               returning file-op-result.
           call "CBL_RENAME_FILE" using old-path store-path
               returning file-op-result.
           if file-op-result not = 0
               display function concatenate(
                   "MIGRATION FAILED: the old layout of ",
                   function trim(store-path), " is still at ",
                   function trim(old-path),
                   " and must be renamed back by hand"
               )
           end-if.

       stamp-store-version section.
           move function current-date to run-stamp.
           move store-file-name(store-index) to lv-store-name.
           move target-version to lv-version.
           move target-length to lv-record-length.
           move run-stamp to lv-stamped.
           move function concatenate(
               function trim(stamp-note), " (business date ",
               bd-date-iso, ")"
           ) to lv-note.
           write layout-version-record
               invalid key
                   rewrite layout-version-record
           end-write.

       fail-store section.
           add 1 to stores-failed.
           perform write-store-line.
           display function concatenate(
               "MIGRATION FAILED: ", function trim(store-path), " - ",
               function trim(store-result)
           ).

       write-store-line section.
           move previous-length to length-display.
           move target-length to length-display-2.
           move count-before to count-display.
           move count-after to count-display-2.
           move hash-before to hash-display.
           move hash-after to hash-display-2.
           move function concatenate(
               function trim(store-file-name(store-index)), " | ",
               function trim(version-display), " | ",
               function trim(version-display-2), " | ",
               function trim(length-display), " | ",
               function trim(length-display-2), " | ",
               function trim(count-display), " | ",
               function trim(count-display-2), " | ",
               function trim(hash-display), " | ",
               function trim(hash-display-2), " | ",
               function trim(store-result)
           ) to report-line.
           write report-line.
           display function concatenate(
               "migrate-layout: ", function trim(report-line)
           ).

       open-previous-input section.
           evaluate store-index
               when 1 open input previous-content
               when 2 open input previous-media
               when 3 open input previous-users
           end-evaluate.

       close-previous section.
           evaluate store-index
               when 1 close previous-content
               when 2 close previous-media
               when 3 close previous-users
           end-evaluate.

       open-current-output section.
           evaluate store-index
               when 1 open output current-content
               when 2 open output current-media
               when 3 open output current-users
           end-evaluate.

       open-current-input section.
           evaluate store-index
               when 1 open input current-content
               when 2 open input current-media
               when 3 open input current-users
           end-evaluate.

       close-current section.
           evaluate store-index
               when 1 close current-content
               when 2 close current-media
               when 3 close current-users
           end-evaluate.

       read-previous-next section.
           *> Leaves the record in old-stage and its key in this-key,
           *> or at-end-of-store "Y" with the status kept for the
           *> caller.
           move spaces to old-stage.
           evaluate store-index
               when 1
                   read previous-content next record
                       at end move "Y" to at-end-of-store
                       not at end
                           move previous-content-record to old-stage
                           move pv-cm-id to this-key
                   end-read
               when 2
                   read previous-media next record
                       at end move "Y" to at-end-of-store
                       not at end
                           move previous-media-record to old-stage
                           move pv-mm-id to this-key
                   end-read
               when 3
                   read previous-users next record
                       at end move "Y" to at-end-of-store
                       not at end
                           move previous-users-record to old-stage
                           move pv-user-id to this-key
                   end-read
           end-evaluate.
           if store-status not = "00" and store-status not = "10"
               move "Y" to at-end-of-store
           end-if.

       read-current-next section.
           evaluate store-index
               when 1
                   read current-content next record
                       at end move "Y" to at-end-of-store
                       not at end move cu-cm-id to this-key
                   end-read
               when 2
                   read current-media next record
                       at end move "Y" to at-end-of-store
                       not at end move cu-mm-id to this-key
                   end-read
               when 3
                   read current-users next record
                       at end move "Y" to at-end-of-store
                       not at end move cu-user-id to this-key
                   end-read
           end-evaluate.
           if store-status not = "00" and store-status not = "10"
               move "Y" to at-end-of-store
           end-if.

       write-current-record section.
           evaluate store-index
               when 1
                   move new-stage to current-content-record
                   write current-content-record
                       invalid key add 1 to write-rejects
                   end-write
               when 2
                   move new-stage to current-media-record
                   write current-media-record
                       invalid key add 1 to write-rejects
                   end-write
               when 3
                   move new-stage to current-users-record
                   write current-users-record
                       invalid key add 1 to write-rejects
                   end-write
           end-evaluate.

       display-summary section.
           display function concatenate(
               "migrate-layout: ", function trim(stores-migrated),
               " store(s) migrated, ", function trim(stores-current),
               " already current, ", function trim(stores-failed),
               " failed - see data/layout-migration-report.txt"
           ).

       end program migrate-layout.
