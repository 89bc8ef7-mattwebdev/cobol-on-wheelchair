       identification division.
       program-id. integrity-sweep.

       environment division.
       input-output section.
       file-control.

      *> Same single-writer gate every other mutator of the shared
      *> stores takes - only taken in fix mode, and then for the
      *> whole run.
           select write-lock-file
               assign to "data/db-write.lock"
               organization is sequential
               file status is write-lock-status.

      *> Same write-ahead journal database-interface.cbl keeps -
      *> every correction fix mode makes goes in as a BEGIN/COMMIT
      *> pair with the record before and after.
           select db-journal
               assign to "data/db-journal.dat"
               organization is sequential
               file status is db-journal-status.

      *> The content store twice over - the main pass walks it front
      *> to back (and rewrites in fix mode), the lookup answers the
      *> keyed "does this id still exist" questions, the same
      *> two-connector arrangement reconcile-content uses.
           select content-master
               assign to "data/content.dat"
               organization is indexed
               access mode is dynamic
               record key is cm-id
               file status is content-file-status.

           select content-lookup
               assign to "data/content.dat"
               organization is indexed
               access mode is dynamic
               record key is cl-id
               file status is content-lookup-status.

           select media-lookup
               assign to "data/media.dat"
               organization is indexed
               access mode is dynamic
               record key is ml-id
               file status is media-lookup-status.

           select user-master
               assign to "data/users.dat"
               organization is indexed
               access mode is dynamic
               record key is uf-user-id
               file status is user-file-status.

           select content-tag-xref
               assign to "data/content-tags.dat"
               organization is indexed
               access mode is dynamic
               record key is ctx-key
               file status is content-tag-status.

           select comment-master
               assign to "data/comments.dat"
               organization is indexed
               access mode is dynamic
               record key is co-id
               file status is comment-file-status.

           select comment-lookup
               assign to "data/comments.dat"
               organization is indexed
               access mode is dynamic
               record key is cmk-id
               file status is comment-lookup-status.

           select menu-master
               assign to "data/menus.dat"
               organization is indexed
               access mode is dynamic
               record key is mn-key
               file status is menu-file-status.

           select change-set-items
               assign to "data/change-set-items.dat"
               organization is indexed
               access mode is dynamic
               record key is sci-key
               file status is set-items-status.

           select edit-lock-master
               assign to "data/edit-locks.dat"
               organization is indexed
               access mode is dynamic
               record key is el-content-id
               file status is edit-lock-status.

      *> Read only, to tell a menu link to a real route or a renamed
      *> page from one that leads nowhere.
           select routes-file
               assign to "data/routes.conf"
               organization is line sequential
               file status is routes-file-status.

           select redirects-file
               assign to "data/redirects.conf"
               organization is line sequential
               file status is redirects-file-status.

           select report-file
               assign to "data/integrity-report.txt"
               organization is line sequential
               file status is report-file-status.

       data division.
       file section.
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

       fd  content-master.
       01  content-master-record.
           03 cm-id             pic 9(10).
           03 cm-type           pic x(20).
           03 cm-status         pic x(20).
           03 cm-author         pic x(50).
           03 cm-title          pic x(200).
           03 cm-body           pic x(2000).
           03 cm-publish-date   pic x(20).
           03 cm-created-date   pic x(20).
           03 cm-expiry-date    pic x(20).
           03 cm-parent-id      pic 9(10).
           03 cm-deleted-date   pic x(20).
           03 cm-version        pic 9(6).
           03 cm-language       pic x(5).
           03 cm-translation-of pic 9(10).
           03 cm-slug           pic x(80).
           03 cm-updated-date   pic x(8).
           03 cm-assigned-to    pic x(50).
           03 cm-site-id        pic x(20).
           03 cm-meta-desc      pic x(300).
           03 cm-canonical-url  pic x(200).
           03 cm-share-image-id pic 9(10).
           03 cm-featured       pic x(1).
           03 cm-sort-weight    pic 9(4).
           03 cm-approved-by    pic x(50).

      *> Named fields are only the ones the checks read; the fillers
      *> must grow in step with database-interface.cbl's
      *> content-master-record and media-master-record.
       fd  content-lookup.
       01  content-lookup-record.
           03 cl-id             pic 9(10).
           03 filler            pic x(20).
           03 cl-status         pic x(20).
           03 filler            pic x(2361).
           03 cl-slug           pic x(80).
           03 filler            pic x(643).

       fd  media-lookup.
       01  media-lookup-record.
           03 ml-id             pic 9(10).
           03 filler            pic x(3114).

      *> auth.cbl's user-master-record, with the fields this job
      *> does not read folded into filler.
       fd  user-master.
       01  user-master-record.
           03 uf-user-id        pic 9(10).
           03 uf-username       pic x(50).
           03 filler            pic x(184).
           03 uf-acct-status    pic x(10).
           03 filler            pic x(564).
           03 uf-photo-media-id pic 9(10).
           03 filler            pic x(14).

       fd  content-tag-xref.
       01  content-tag-record.
           03 ctx-key.
               05 ctx-content-id pic 9(10).
               05 ctx-tag-name   pic x(30).

       fd  comment-master.
       01  comment-master-record.
           03 co-id             pic 9(10).
           03 co-content-id     pic 9(10).
           03 co-author-name    pic x(50).
           03 co-email          pic x(100).
           03 co-body           pic x(1000).
           03 co-status         pic x(10).
           03 co-submitted-date pic x(20).
           03 co-parent-id      pic 9(10).

       fd  comment-lookup.
       01  comment-lookup-record.
           03 cmk-id            pic 9(10).
           03 filler            pic x(1200).

       fd  menu-master.
       01  menu-master-record.
           03 mn-key.
               05 mn-menu       pic x(30).
               05 mn-seq        pic 9(4).
           03 mn-label          pic x(50).
           03 mn-target-kind    pic x(10).
           03 mn-target         pic x(200).

       fd  change-set-items.
       01  change-set-item-record.
           03 sci-key.
               05 sci-set-name   pic x(50).
               05 sci-content-id pic 9(10).

       fd  edit-lock-master.
       01  edit-lock-record.
           03 el-content-id     pic 9(10).
           03 el-username       pic x(50).
           03 el-claimed-date   pic x(20).

       fd  routes-file.
       01  routes-file-line     pic x(600).

       fd  redirects-file.
       01  redirects-file-line  pic x(500).

       fd  report-file.
       01  report-line          pic x(300).

       working-storage section.
       01 write-lock-status    pic xx.
       01 write-lock-held      pic x(1) value "N".
       01 lock-try-count       pic 99 usage comp-5.
       01 lock-retry-limit     pic 99 usage comp-5 value 50.
       01 lock-retry-nanos     pic 9(18) usage comp-5
           value 100000000.
       01 db-journal-status    pic xx.
       01 content-file-status  pic xx.
       01 content-lookup-status pic xx.
       01 media-lookup-status  pic xx.
       01 user-file-status     pic xx.
       01 content-tag-status   pic xx.
       01 comment-file-status  pic xx.
       01 comment-lookup-status pic xx.
       01 menu-file-status     pic xx.
       01 set-items-status     pic xx.
       01 edit-lock-status     pic xx.
       01 routes-file-status   pic xx.
       01 redirects-file-status pic xx.
       01 report-file-status   pic xx.

      *> Fix mode clears or removes every dangling reference it
      *> finds. Off unless the operator exports INTEGRITY_FIX=Y for
      *> the run - the default is report-only, the same posture
      *> reconcile-media.cbl takes with MEDIA_CLEANUP.
       01 fix-mode             pic x(1) value "N".
       01 fix-env              pic x(10).

       01 journal-collection   pic x(10).
       01 journal-record-key   pic x(64).
       01 journal-before-stage pic x(3200).
       01 journal-after-stage  pic x(3200).

      *> Literal routes.conf patterns and the redirect table, so a
      *> menu link can be told apart from one whose page was
      *> renamed away (and where it went).
       01 route-table.
           03 route-count       pic 99 usage comp-5 value 0.
           03 route-patterns occurs 50 times pic x(100).
       01 redirect-table.
           03 redirect-count    pic 9(3) usage comp-5 value 0.
           03 redirect-rows occurs 200 times.
               05 rd-old-path   pic x(200).
               05 rd-target     pic x(200).
       01 table-index          pic 9(3) usage comp-5.
       01 scan-text            pic x(600).
       01 scan-len             pic 9(4) usage comp-5.
       01 scan-pos             pic 9(4) usage comp-5.
       01 scan-part            pic x(200).
       01 scan-part-len        pic 9(4) usage comp-5.

       01 lookup-id            pic 9(10).
       01 lookup-found         pic x(1).
       01 lookup-slug          pic x(80).
       01 holder-status        pic x(10).
       01 link-path            pic x(200).
       01 link-target          pic x(200).
       01 link-resolved        pic x(1).
       01 slash-count          pic 9(4) usage comp-5.
       01 at-end-of-pass       pic x(1).
       01 record-fixed         pic x(1).

       01 group-title          pic x(100).
       01 exception-text       pic x(250).
       01 group-exceptions     pic 9(6) usage comp-5.
       01 group-fixed          pic 9(6) usage comp-5.
       01 total-exceptions     pic 9(8) usage comp-5 value 0.
       01 total-fixed          pic 9(8) usage comp-5 value 0.
       01 id-display           pic z(9)9.
       01 id-display-2         pic z(9)9.
       01 count-display        pic z(7)9.
       01 count-display-2      pic z(7)9.

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

      *> Nightly cross-store referential integrity sweep. Each
      *> relationship one store holds into another is walked in
      *> turn - content to its parent, translation source and share
      *> image, tag rows, comments to their item and parent comment,
      *> menu targets, user photos, change-set items and edit claims
      *> - and every reference that leads nowhere goes to
      *> data/integrity-report.txt under its relationship's heading.
      *> Purges and renames are what leave these behind; nothing on
      *> the online path checks them. With INTEGRITY_FIX=Y each
      *> dangling reference is cleared (an id field set to zero, a
      *> menu link repointed along its redirect) or its row removed
      *> where the row means nothing without its target, and each
      *> correction is journaled. Never fails the schedule for what
      *> it finds - only for a store it cannot open.
       procedure division.

       move "get" to bd-action.
       move spaces to bd-date-in.
       move spaces to bd-set-by.
       call "business-date" using business-date-request
           business-date-response.
       display function concatenate(
           "integrity-sweep: business date ", bd-date-iso
       ).

       accept fix-env from environment "INTEGRITY_FIX".
       if function trim(fix-env) = "Y"
           move "Y" to fix-mode
           display "integrity-sweep: fix mode is ON"
           perform acquire-write-lock
           if write-lock-held = "N"
               display function concatenate(
                   "integrity-sweep: could not obtain the store ",
                   "write lock - run abandoned"
               )
               move 8 to return-code
               goback
           end-if
       end-if.

       open input content-lookup.
       if content-lookup-status not = "00"
           display "integrity-sweep: no content store to check"
           perform release-write-lock
           goback
       end-if.
       open input media-lookup.
       open input comment-lookup.
       perform load-route-table.
       perform load-redirect-table.

       open output report-file.
       move "CROSS-STORE REFERENTIAL INTEGRITY" to report-line.
       write report-line.
       move function concatenate(
           "Business date: ", bd-date-iso
       ) to report-line.
       write report-line.
       if fix-mode = "Y"
           move "Mode: fix - dangling references corrected"
               to report-line
       else
           move "Mode: report only" to report-line
       end-if.
       write report-line.

       perform check-content-parents.
       perform check-content-translations.
       perform check-content-share-images.
       perform check-content-tags.
       perform check-comment-content.
       perform check-comment-parents.
       perform check-menu-content-targets.
       perform check-menu-links.
       perform check-user-photos.
       perform check-change-set-items.
       perform check-edit-locks.

       move spaces to report-line.
       write report-line.
       move total-exceptions to count-display.
       move total-fixed to count-display-2.
       move function concatenate(
           "Total: ", function trim(count-display),
           " dangling reference(s), ", function trim(count-display-2),
           " corrected"
       ) to report-line.
       write report-line.
       close report-file.

       close content-lookup.
       if media-lookup-status not = "35"
           close media-lookup
       end-if.
       if comment-lookup-status not = "35"
           close comment-lookup
       end-if.
       perform release-write-lock.

       display function concatenate(
           "integrity-sweep: ", function trim(count-display),
           " dangling reference(s), ", function trim(count-display-2),
           " corrected - see data/integrity-report.txt"
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

       append-journal-entry section.
           *> Same per-write appender database-interface and media
           *> use against the shared journal - the caller stages the
           *> images, collection and key. db-recover only ever rolls
           *> back the content and media collections; for the other
           *> stores the pair is the record of what was changed.
           open extend db-journal.
           if db-journal-status not = "00"
               open output db-journal
               close db-journal
               open extend db-journal
           end-if.
           move function current-date to jr-timestamp.
           move journal-collection to jr-collection.
           move journal-record-key to jr-record-key.
           move journal-before-stage to jr-before-image.
           move journal-after-stage to jr-after-image.
           write db-journal-record.
           close db-journal.

       append-journal-begin section.
           move "BEGIN" to jr-phase.
           perform append-journal-entry.

       append-journal-commit section.
           move "COMMIT" to jr-phase.
           move spaces to journal-before-stage.
           move spaces to journal-after-stage.
           perform append-journal-entry.

       begin-group section.
           move 0 to group-exceptions.
           move 0 to group-fixed.
           move spaces to report-line.
           write report-line.
           move function concatenate(
               "== ", function trim(group-title), " =="
           ) to report-line.
           write report-line.

       end-group section.
           move group-exceptions to count-display.
           move group-fixed to count-display-2.
           move function concatenate(
               "   ", function trim(count-display),
               " dangling, ", function trim(count-display-2),
               " corrected"
           ) to report-line.
           write report-line.
           add group-exceptions to total-exceptions.
           add group-fixed to total-fixed.

       write-exception section.
           add 1 to group-exceptions.
           if record-fixed = "Y"
               add 1 to group-fixed
               move function concatenate(
                   "   ", function trim(exception-text),
                   " - corrected"
               ) to report-line
           else
               move function concatenate(
                   "   ", function trim(exception-text)
               ) to report-line
           end-if.
           write report-line.

       content-exists section.
           *> lookup-id in, lookup-found and lookup-slug out.
           move "N" to lookup-found.
           move spaces to lookup-slug.
           move lookup-id to cl-id.
           read content-lookup
               invalid key
                   continue
               not invalid key
                   move "Y" to lookup-found
                   move cl-slug to lookup-slug
           end-read.

       media-exists section.
           move "N" to lookup-found.
           if media-lookup-status = "35"
               exit section
           end-if.
           move lookup-id to ml-id.
           read media-lookup
               invalid key
                   continue
               not invalid key
                   move "Y" to lookup-found
           end-read.

       comment-exists section.
           move "N" to lookup-found.
           if comment-lookup-status = "35"
               exit section
           end-if.
           move lookup-id to cmk-id.
           read comment-lookup
               invalid key
                   continue
               not invalid key
                   move "Y" to lookup-found
           end-read.

       open-content-pass section.
           if fix-mode = "Y"
               open i-o content-master
           else
               open input content-master
           end-if.
           move "N" to at-end-of-pass.
           if content-file-status not = "00"
               move "Y" to at-end-of-pass
               exit section
           end-if.
           move low-values to cm-id.
           start content-master key is greater than cm-id
               invalid key move "Y" to at-end-of-pass
           end-start.

       read-content-pass section.
           read content-master next record
               at end move "Y" to at-end-of-pass
           end-read.

       rewrite-content-record section.
           *> The caller has changed one reference field; the
           *> record as it was is still in journal-before-stage.
           move "content" to journal-collection.
           move cm-id to journal-record-key.
           move spaces to journal-after-stage.
           move content-master-record to journal-after-stage.
           perform append-journal-begin.
           rewrite content-master-record
               invalid key continue
           end-rewrite.
           perform append-journal-commit.
           move "Y" to record-fixed.

       check-content-parents section.
           move "content.cm-parent-id -> content" to group-title.
           perform begin-group.
           perform open-content-pass.
           perform read-content-pass.
           perform until at-end-of-pass = "Y"
               if cm-parent-id is numeric and cm-parent-id not = 0
                   move cm-parent-id to lookup-id
                   perform content-exists
                   if lookup-found = "N"
                       move "N" to record-fixed
                       move cm-id to id-display
                       move cm-parent-id to id-display-2
                       move function concatenate(
                           "content ", function trim(id-display),
                           ": parent ", function trim(id-display-2),
                           " no longer exists"
                       ) to exception-text
                       if fix-mode = "Y"
                           move spaces to journal-before-stage
                           move content-master-record
                               to journal-before-stage
                           move 0 to cm-parent-id
                           perform rewrite-content-record
                       end-if
                       perform write-exception
                   end-if
               end-if
               perform read-content-pass
           end-perform.
           close content-master.
           perform end-group.

       check-content-translations section.
           move "content.cm-translation-of -> content" to group-title.
           perform begin-group.
           perform open-content-pass.
           perform read-content-pass.
           perform until at-end-of-pass = "Y"
               if cm-translation-of is numeric
                   and cm-translation-of not = 0
                   move cm-translation-of to lookup-id
                   perform content-exists
                   if lookup-found = "N"
                       move "N" to record-fixed
                       move cm-id to id-display
                       move cm-translation-of to id-display-2
                       move function concatenate(
                           "content ", function trim(id-display),
                           ": translation of ",
                           function trim(id-display-2),
                           " which no longer exists"
                       ) to exception-text
                       if fix-mode = "Y"
                           move spaces to journal-before-stage
                           move content-master-record
                               to journal-before-stage
                           move 0 to cm-translation-of
                           perform rewrite-content-record
                       end-if
                       perform write-exception
                   end-if
               end-if
               perform read-content-pass
           end-perform.
           close content-master.
           perform end-group.

       check-content-share-images section.
           move "content.cm-share-image-id -> media" to group-title.
           perform begin-group.
           perform open-content-pass.
           perform read-content-pass.
           perform until at-end-of-pass = "Y"
               if cm-share-image-id is numeric
                   and cm-share-image-id not = 0
                   move cm-share-image-id to lookup-id
                   perform media-exists
                   if lookup-found = "N"
                       move "N" to record-fixed
                       move cm-id to id-display
                       move cm-share-image-id to id-display-2
                       move function concatenate(
                           "content ", function trim(id-display),
                           ": share image media ",
                           function trim(id-display-2),
                           " has been purged"
                       ) to exception-text
                       if fix-mode = "Y"
                           move spaces to journal-before-stage
                           move content-master-record
                               to journal-before-stage
                           move 0 to cm-share-image-id
                           perform rewrite-content-record
                       end-if
                       perform write-exception
                   end-if
               end-if
               perform read-content-pass
           end-perform.
           close content-master.
           perform end-group.

       check-content-tags section.
           *> A tag row is only the pairing - with its item gone it
           *> is removed, not cleared.
           move "content-tags.dat -> content" to group-title.
           perform begin-group.
           if fix-mode = "Y"
               open i-o content-tag-xref
           else
               open input content-tag-xref
           end-if.
           if content-tag-status = "00"
               move "00" to content-tag-status
               perform until content-tag-status not = "00"
                   read content-tag-xref next record
                       at end move "10" to content-tag-status
                       not at end
                           move ctx-content-id to lookup-id
                           perform content-exists
                           if lookup-found = "N"
                               perform report-dangling-tag
                           end-if
                   end-read
               end-perform
               close content-tag-xref
           end-if.
           perform end-group.

       report-dangling-tag section.
           move "N" to record-fixed.
           move ctx-content-id to id-display.
           move function concatenate(
               "tag '", function trim(ctx-tag-name),
               "' on content ", function trim(id-display),
               " which no longer exists"
           ) to exception-text.
           if fix-mode = "Y"
               move "tags-xref" to journal-collection
               move function concatenate(
                   function trim(id-display), "|",
                   function trim(ctx-tag-name)
               ) to journal-record-key
               move spaces to journal-before-stage
               move content-tag-record to journal-before-stage
               move spaces to journal-after-stage
               perform append-journal-begin
               delete content-tag-xref record
                   invalid key continue
               end-delete
               perform append-journal-commit
               move "Y" to record-fixed
           end-if.
           perform write-exception.

       check-comment-content section.
           *> A comment on an item that is gone can never be shown
           *> again - removed in fix mode.
           move "comments.co-content-id -> content" to group-title.
           perform begin-group.
           perform open-comment-pass.
           perform until at-end-of-pass = "Y"
               read comment-master next record
                   at end move "Y" to at-end-of-pass
                   not at end
                       move co-content-id to lookup-id
                       perform content-exists
                       if lookup-found = "N"
                           perform report-orphan-comment
                       end-if
               end-read
           end-perform.
           if comment-file-status not = "35"
               close comment-master
           end-if.
           perform end-group.

       report-orphan-comment section.
           move "N" to record-fixed.
           move co-id to id-display.
           move co-content-id to id-display-2.
           move function concatenate(
               "comment ", function trim(id-display),
               ": on content ", function trim(id-display-2),
               " which no longer exists"
           ) to exception-text.
           if fix-mode = "Y"
               move "comments" to journal-collection
               move co-id to journal-record-key
               move spaces to journal-before-stage
               move comment-master-record to journal-before-stage
               move spaces to journal-after-stage
               perform append-journal-begin
               delete comment-master record
                   invalid key continue
               end-delete
               perform append-journal-commit
               move "Y" to record-fixed
           end-if.
           perform write-exception.

       check-comment-parents section.
           *> A reply whose parent comment is gone becomes a top-level
           *> comment rather than vanishing with it.
           move "comments.co-parent-id -> comments" to group-title.
           perform begin-group.
           perform open-comment-pass.
           perform until at-end-of-pass = "Y"
               read comment-master next record
                   at end move "Y" to at-end-of-pass
                   not at end
                       if co-parent-id is numeric
                           and co-parent-id not = 0
                           move co-parent-id to lookup-id
                           perform comment-exists
                           if lookup-found = "N"
                               perform report-orphan-reply
                           end-if
                       end-if
               end-read
           end-perform.
           if comment-file-status not = "35"
               close comment-master
           end-if.
           perform end-group.

       report-orphan-reply section.
           move "N" to record-fixed.
           move co-id to id-display.
           move co-parent-id to id-display-2.
           move function concatenate(
               "comment ", function trim(id-display),
               ": reply to comment ", function trim(id-display-2),
               " which no longer exists"
           ) to exception-text.
           if fix-mode = "Y"
               move "comments" to journal-collection
               move co-id to journal-record-key
               move spaces to journal-before-stage
               move comment-master-record to journal-before-stage
               move 0 to co-parent-id
               move spaces to journal-after-stage
               move comment-master-record to journal-after-stage
               perform append-journal-begin
               rewrite comment-master-record
                   invalid key continue
               end-rewrite
               perform append-journal-commit
               move "Y" to record-fixed
           end-if.
           perform write-exception.

       open-comment-pass section.
           if fix-mode = "Y"
               open i-o comment-master
           else
               open input comment-master
           end-if.
           move "N" to at-end-of-pass.
           if comment-file-status not = "00"
               move "Y" to at-end-of-pass
           end-if.

       check-menu-content-targets section.
           *> A "content" entry stores the item's id; with the item
           *> gone the entry can only lead to a not-found page, so
           *> fix mode takes it out of the menu.
           move "menus.dat content targets -> content" to group-title.
           perform begin-group.
           perform open-menu-pass.
           perform until at-end-of-pass = "Y"
               read menu-master next record
                   at end move "Y" to at-end-of-pass
                   not at end
                       if function trim(mn-target-kind) = "content"
                           perform check-one-menu-content
                       end-if
               end-read
           end-perform.
           if menu-file-status not = "35"
               close menu-master
           end-if.
           perform end-group.

       check-one-menu-content section.
           move "N" to lookup-found.
           if function trim(mn-target) is numeric
               move function numval(mn-target) to lookup-id
               perform content-exists
           end-if.
           if lookup-found = "Y"
               exit section
           end-if.
           move "N" to record-fixed.
           move mn-seq to id-display.
           move function concatenate(
               "menu ", function trim(mn-menu), " entry ",
               function trim(id-display), " '",
               function trim(mn-label), "': content ",
               function trim(mn-target), " no longer exists"
           ) to exception-text.
           if fix-mode = "Y"
               perform journal-menu-begin
               move spaces to journal-after-stage
               perform append-journal-begin
               delete menu-master record
                   invalid key continue
               end-delete
               perform append-journal-commit
               move "Y" to record-fixed
           end-if.
           perform write-exception.

       check-menu-links section.
           *> A link entry written as a single-segment site path -
           *> "/about" - is usually a page slug typed in by hand, and
           *> breaks when the page is renamed. Anything that is still
           *> a current slug, a literal route or /page/<id> of a live
           *> item is fine; one the redirect table knows is repointed
           *> at its destination in fix mode.
           move "menus.dat link targets -> current slug or route"
               to group-title.
           perform begin-group.
           perform open-menu-pass.
           perform until at-end-of-pass = "Y"
               read menu-master next record
                   at end move "Y" to at-end-of-pass
                   not at end
                       if function trim(mn-target-kind) not = "content"
                           and function trim(mn-target-kind) not = "tag"
                           and mn-target(1:1) = "/"
                           and mn-target(2:1) not = "/"
                           and mn-target(2:1) not = space
                           perform check-one-menu-link
                       end-if
               end-read
           end-perform.
           if menu-file-status not = "35"
               close menu-master
           end-if.
           perform end-group.

       check-one-menu-link section.
           move function trim(mn-target) to link-path.
           move "N" to link-resolved.
           if link-path(1:6) = "/page/"
               and function trim(link-path(7:)) is numeric
               move function numval(link-path(7:)) to lookup-id
               perform content-exists
               if lookup-found = "Y"
                   exit section
               end-if
           end-if.
           move 0 to slash-count.
           inspect link-path tallying slash-count for all "/".
           if slash-count > 1
               and link-path(1:6) not = "/page/"
               exit section
           end-if.
           perform varying table-index from 1 by 1
               until table-index > route-count
               if function trim(route-patterns(table-index))
                   = function trim(link-path)
                   move "Y" to link-resolved
               end-if
           end-perform.
           if link-resolved = "Y"
               exit section
           end-if.
           if slash-count = 1
               perform find-slug-owner
               if link-resolved = "Y"
                   exit section
               end-if
           end-if.

           move spaces to link-target.
           perform varying table-index from 1 by 1
               until table-index > redirect-count
               if function trim(rd-old-path(table-index))
                   = function trim(link-path)
                   move rd-target(table-index) to link-target
               end-if
           end-perform.
           move "N" to record-fixed.
           move mn-seq to id-display.
           if link-target = spaces
               move function concatenate(
                   "menu ", function trim(mn-menu), " entry ",
                   function trim(id-display), " '",
                   function trim(mn-label), "': ",
                   function trim(link-path),
                   " matches no current slug or route (no redirect ",
                   "on file - needs a new target)"
               ) to exception-text
           else
               move function concatenate(
                   "menu ", function trim(mn-menu), " entry ",
                   function trim(id-display), " '",
                   function trim(mn-label), "': ",
                   function trim(link-path), " was renamed to ",
                   function trim(link-target)
               ) to exception-text
               if fix-mode = "Y"
                   perform journal-menu-begin
                   move link-target to mn-target
                   move spaces to journal-after-stage
                   move menu-master-record to journal-after-stage
                   perform append-journal-begin
                   rewrite menu-master-record
                       invalid key continue
                   end-rewrite
                   perform append-journal-commit
                   move "Y" to record-fixed
               end-if
           end-if.
           perform write-exception.

       find-slug-owner section.
           *> Whole-store scan through the lookup connector - menus
           *> hold a handful of such links, so this stays cheap.
           move low-values to cl-id.
           move "00" to content-lookup-status.
           start content-lookup key is greater than cl-id
               invalid key move "10" to content-lookup-status
           end-start.
           perform until content-lookup-status not = "00"
               or link-resolved = "Y"
               read content-lookup next record
                   at end move "10" to content-lookup-status
                   not at end
                       if cl-slug not = spaces
                           and function trim(cl-slug)
                               = function trim(link-path(2:))
                           move "Y" to link-resolved
                       end-if
               end-read
           end-perform.
           move "00" to content-lookup-status.

       journal-menu-begin section.
           *> Stages collection, key and before image; the caller
           *> adds the after image.
           move "menus" to journal-collection.
           move mn-seq to id-display.
           move function concatenate(
               function trim(mn-menu), "|", function trim(id-display)
           ) to journal-record-key.
           move spaces to journal-before-stage.
           move menu-master-record to journal-before-stage.

       open-menu-pass section.
           if fix-mode = "Y"
               open i-o menu-master
           else
               open input menu-master
           end-if.
           move "N" to at-end-of-pass.
           if menu-file-status not = "00"
               move "Y" to at-end-of-pass
           end-if.

       check-user-photos section.
           move "users.mf-photo-media-id -> media" to group-title.
           perform begin-group.
           if fix-mode = "Y"
               open i-o user-master
           else
               open input user-master
           end-if.
           if user-file-status = "00"
               move "00" to user-file-status
               perform until user-file-status not = "00"
                   read user-master next record
                       at end move "10" to user-file-status
                       not at end
                           if uf-photo-media-id is numeric
                               and uf-photo-media-id not = 0
                               move uf-photo-media-id to lookup-id
                               perform media-exists
                               if lookup-found = "N"
                                   perform report-dangling-photo
                               end-if
                           end-if
                   end-read
               end-perform
               close user-master
           end-if.
           perform end-group.

       report-dangling-photo section.
           move "N" to record-fixed.
           move uf-photo-media-id to id-display.
           move function concatenate(
               "user ", function trim(uf-username),
               ": profile photo media ", function trim(id-display),
               " has been purged"
           ) to exception-text.
           if fix-mode = "Y"
               move "users" to journal-collection
               move uf-user-id to journal-record-key
               move spaces to journal-before-stage
               move user-master-record to journal-before-stage
               move 0 to uf-photo-media-id
               move spaces to journal-after-stage
               move user-master-record to journal-after-stage
               perform append-journal-begin
               rewrite user-master-record
                   invalid key continue
               end-rewrite
               perform append-journal-commit
               move "Y" to record-fixed
           end-if.
           perform write-exception.

       check-change-set-items section.
           move "change-set-items.dat -> content" to group-title.
           perform begin-group.
           if fix-mode = "Y"
               open i-o change-set-items
           else
               open input change-set-items
           end-if.
           if set-items-status = "00"
               move "00" to set-items-status
               perform until set-items-status not = "00"
                   read change-set-items next record
                       at end move "10" to set-items-status
                       not at end
                           move sci-content-id to lookup-id
                           perform content-exists
                           if lookup-found = "N"
                               perform report-dangling-set-item
                           end-if
                   end-read
               end-perform
               close change-set-items
           end-if.
           perform end-group.

       report-dangling-set-item section.
           move "N" to record-fixed.
           move sci-content-id to id-display.
           move function concatenate(
               "change set '", function trim(sci-set-name),
               "': content ", function trim(id-display),
               " no longer exists"
           ) to exception-text.
           if fix-mode = "Y"
               move "set-items" to journal-collection
               move function concatenate(
                   function trim(sci-set-name), "|",
                   function trim(id-display)
               ) to journal-record-key
               move spaces to journal-before-stage
               move change-set-item-record to journal-before-stage
               move spaces to journal-after-stage
               perform append-journal-begin
               delete change-set-items record
                   invalid key continue
               end-delete
               perform append-journal-commit
               move "Y" to record-fixed
           end-if.
           perform write-exception.

       check-edit-locks section.
           *> An edit claim is only ever released by its holder; one
           *> held by a disabled or removed account blocks the item
           *> until it expires, so fix mode releases it.
           move "edit-locks.dat -> active user" to group-title.
           perform begin-group.
           if fix-mode = "Y"
               open i-o edit-lock-master
           else
               open input edit-lock-master
           end-if.
           if edit-lock-status = "00"
               move "00" to edit-lock-status
               perform until edit-lock-status not = "00"
                   read edit-lock-master next record
                       at end move "10" to edit-lock-status
                       not at end
                           perform check-one-edit-lock
                   end-read
               end-perform
               close edit-lock-master
           end-if.
           perform end-group.

       check-one-edit-lock section.
           move "N" to lookup-found.
           move spaces to exception-text.
           open input user-master.
           if user-file-status = "00"
               perform until user-file-status not = "00"
                   or lookup-found = "Y"
                   read user-master next record
                       at end move "10" to user-file-status
                       not at end
                           if uf-username = el-username
                               move "Y" to lookup-found
                               move uf-acct-status to holder-status
                           end-if
                   end-read
               end-perform
               close user-master
           end-if.
           move el-content-id to id-display.
           if lookup-found = "N"
               move function concatenate(
                   "content ", function trim(id-display),
                   ": claimed by ", function trim(el-username),
                   " who no longer has an account"
               ) to exception-text
           else
               if holder-status = "disabled"
                   or holder-status = "suspended"
                   move function concatenate(
                       "content ", function trim(id-display),
                       ": claimed by ", function trim(el-username),
                       " whose account is ",
                       function trim(holder-status)
                   ) to exception-text
               end-if
           end-if.
           if exception-text = spaces
               exit section
           end-if.
           move "N" to record-fixed.
           if fix-mode = "Y"
               move "edit-locks" to journal-collection
               move el-content-id to journal-record-key
               move spaces to journal-before-stage
               move edit-lock-record to journal-before-stage
               move spaces to journal-after-stage
               perform append-journal-begin
               delete edit-lock-master record
                   invalid key continue
               end-delete
               perform append-journal-commit
               move "Y" to record-fixed
           end-if.
           perform write-exception.

       load-route-table section.
           *> Only literal patterns - a "%name" segment can match
           *> anything, so it proves nothing about one link.
           open input routes-file.
           if routes-file-status not = "00"
               exit section
           end-if.
           perform until routes-file-status not = "00"
               read routes-file
                   at end move "10" to routes-file-status
                   not at end
                       perform load-one-route
               end-read
           end-perform.
           close routes-file.

       load-one-route section.
           if routes-file-line = spaces or route-count >= 50
               exit section
           end-if.
           move function trim(routes-file-line) to scan-text.
           perform start-scan.
           perform next-scan-part.
           if scan-part not = spaces
               move 0 to slash-count
               inspect scan-part tallying slash-count for all "%"
               if slash-count = 0
                   add 1 to route-count
                   move scan-part to route-patterns(route-count)
               end-if
           end-if.

       load-redirect-table section.
           open input redirects-file.
           if redirects-file-status not = "00"
               exit section
           end-if.
           perform until redirects-file-status not = "00"
               read redirects-file
                   at end move "10" to redirects-file-status
                   not at end
                       if redirects-file-line not = spaces
                           and redirect-count < 200
                           move function trim(redirects-file-line)
                               to scan-text
                           perform start-scan
                           add 1 to redirect-count
                           perform next-scan-part
                           move scan-part
                               to rd-old-path(redirect-count)
                           perform next-scan-part
                           move scan-part
                               to rd-target(redirect-count)
                       end-if
               end-read
           end-perform.
           close redirects-file.

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
               if scan-part-len <= 200
                   move scan-text(scan-pos:1)
                       to scan-part(scan-part-len:1)
               end-if
               add 1 to scan-pos
               add 1 to scan-part-len
           end-perform.
           add 1 to scan-pos.

       end program integrity-sweep.
