       data division.
       file section.
       fd  content-master.
      *> New fields go on the end of the record. A length change
      *> ships with a new layout version in migrate-layout.cbl, which
      *> converts the existing store; the mirrored fillers elsewhere
      *> grow in the same change.
       01  content-master-record.
           03 cm-id             pic 9(10).
           03 cm-type           pic x(20).
           03 mm-width            pic 9(5).
           03 mm-height           pic 9(5).
           03 mm-site-id          pic x(20).
           03 mm-licence          pic x(100).
           03 mm-credit           pic x(150).
           03 mm-source           pic x(255).
           03 mm-rights-expiry    pic x(10).

       fd  content-master-aux.
       01  content-master-aux-record.
           03 cmx-id            pic 9(10).
           03 filler            pic x(20).
           03 cmx-status        pic x(20).
           03 filler            pic x(50).
           03 cmx-title         pic x(200).
           03 filler            pic x(2090).
           03 cmx-version       pic 9(6).
           03 cmx-language      pic x(5).
           03 cmx-translation-of pic 9(10).
           03 filler            pic x(88).
           03 cmx-assigned-to   pic x(50).
           03 filler            pic x(585).

       fd  user-master.
       01  user-master-record.
           03 mf-password-changed pic x(8).
           03 mf-bio            pic x(500).
           03 mf-photo-media-id pic 9(10).
           03 mf-last-login     pic x(14).

       fd  user-count-reader.
       01  user-count-record.
           03 ucr-user-id       pic 9(10).
           03 filler            pic x(832).

       fd  content-archive.
       01  content-archive-record.
       01 media-esc-original-name pic x(255).
       01 media-esc-alt-text      pic x(255).
       01 media-esc-description   pic x(500).
       01 media-esc-licence       pic x(100).
       01 media-esc-credit        pic x(150).
       01 media-esc-source        pic x(255).
      *> "rightsUpdate":"Y" on a media update replaces all four
      *> rights fields as sent, blanks included - the admin form
      *> always sends the whole set, so a cleared box clears.
       01 media-rights-replace    pic x(1).
       01 media-rights-expiry     pic x(10).
       01 media-rights-valid      pic x(1).

       *> Content-type store, loaded from content-type-master the same
       *> way content-database is loaded from content-master. Seeded
               05 rr-can-read-logs    pic x(1).

       01 caller-can-publish    pic x(1).
       01 caller-can-manage-users pic x(1).

      *> content-visibility.cbl's LINKAGE shape with local names -
      *> every row a content read hands back is checked against the
      *> caller's role (spaces for the public controllers), so a
      *> members-only item never reaches an anonymous listing, feed
      *> or API answer.
       01 visibility-request.
           03 vis-action        pic x(10).
           03 vis-content-id    pic 9(10).
           03 vis-level         pic x(20).
           03 vis-viewer-role   pic x(20).
           03 vis-session-id    pic x(32).
           03 vis-set-by        pic x(50).

       01 visibility-response.
           03 vis-success       pic x(1).
           03 vis-message       pic x(200).
           03 vis-level-out     pic x(20).
           03 vis-allowed       pic x(1).
           03 vis-needs-login   pic x(1).
           03 vis-viewer-role-out pic x(20).
           03 vis-viewer-name   pic x(50).

      *> translation-sync.cbl's LINKAGE shape with local names - a
      *> translation's create (and any later change of its source, or
      *> an update that says it was brought up to date) records the
      *> source version it now matches. The source's version and
      *> newest revision are read here through the aux connector and
      *> handed over, so the subprogram never opens the content store
      *> this program is holding.
       01 translation-sync-request.
           03 ts-action         pic x(10).
           03 ts-translation-id pic 9(10).
           03 ts-source-id      pic 9(10).
           03 ts-source-version pic 9(6).
           03 ts-source-revision pic 9(6).
           03 ts-synced-by      pic x(50).

       01 translation-sync-response.
           03 ts-success        pic x(1).
           03 ts-message        pic x(200).
           03 ts-tracked        pic x(1).
           03 ts-source-id-out  pic 9(10).
           03 ts-synced-version pic 9(6).
           03 ts-synced-revision pic 9(6).
           03 ts-current-version pic 9(6).
           03 ts-versions-behind pic 9(6).
           03 ts-synced-stamp   pic x(14).

       01 translation-of-before-update pic 9(10).
       01 translation-sync-asked pic x(1).

      *> syndication.cbl's LINKAGE shape with local names - an item
      *> that goes live here is offered to the social-account queue;
      *> the status it had before this request decides whether it
      *> "went live" or was only re-saved.
       01 syndication-request.
           03 sy-action         pic x(10).
           03 sy-content-id     pic 9(10).
           03 sy-content-type   pic x(20).
           03 sy-content-status pic x(20).
           03 sy-set-by         pic x(50).

       01 syndication-response.
           03 sy-success        pic x(1).
           03 sy-message        pic x(200).
           03 sy-state          pic x(10).
           03 sy-opt-out        pic x(1).
           03 sy-queued-stamp   pic x(14).
           03 sy-sent-stamp     pic x(14).
           03 sy-posted-count   pic 9(2).
           03 sy-failed-count   pic 9(2).
       01 status-before-change pic x(20).

      *> notifications.cbl's LINKAGE shape with local names - when a
      *> published source changes, whoever is assigned each of its
      *> translations hears about it (translation_notify "N" turns
      *> the notices off).
       01 notify-request.
           03 notify-action     pic x(15).
           03 notify-user       pic x(50).
           03 notify-text       pic x(200).

       01 notify-response.
           03 notify-success    pic x(1).
           03 notify-message    pic x(200).
           03 notify-unread     pic 9(6).

       01 translation-version-display pic z(5)9.
       01 translation-id-display pic z(9)9.

      *> Separation of duties on the in-review -> published move: the
      *> approver (db-request's changed-by) must be someone other
           03 el-reason         pic x(200).
           03 el-request-path   pic x(200).

       01 cipher-request.
           03 cipher-action     pic x(12).
           03 cipher-width      pic 9(4).
           03 cipher-text       pic x(2000).

       01 cipher-response.
           03 cipher-success    pic x(1).
           03 cipher-message    pic x(200).
           03 cipher-result     pic x(2000).
           03 cipher-key-version pic x(1).

       linkage section.
       01 db-request.
           03 action           pic x(20).
           if content-type-count = 0
               perform seed-default-content-types
           end-if.
           *> The event type arrived after the first three - a store
           *> seeded before it gets it added once, unless an "event"
           *> type of the site's own is already there.
           move "event" to search-type-name.
           perform find-content-type-by-name.
           if content-type-index > content-type-count
               and content-type-count < 20
               perform seed-event-content-type
           end-if.

       initialize-revision-store section.
           *> Open the revision store, creating it on first-ever run,
           ) to fields-spec
           perform store-new-content-type.

       seed-event-content-type section.
           *> Only the shared columns are required here - when, where
           *> and the registration link live in events.cbl's store,
           *> which validates them itself.
           move "event" to new-type-name
           move "Event" to new-type-label
           move function concatenate(
               "title:Title:text:Y|content:Content:textarea:Y|",
               "author:Author:text:Y|event_start:Starts:datetime:N|",
               "event_end:Ends:datetime:N|",
               "event_location:Location:text:N|",
               "event_registration_url:Registration link:url:N|",
               "event_status:Event status:select:N|",
               "status:Status:select:Y"
           ) to fields-spec
           perform store-new-content-type.

       find-content-type-by-name section.
           *> Leaves the matching row's index (by search-type-name) in
           *> content-type-index, or content-type-count + 1 if no
               end-if
           end-if.

       check-caller-can-manage-users section.
           *> Personal data (addresses, submitted form fields) is
           *> sealed at rest and only opened for a caller whose role
           *> manages users - the same roles-store answer, with
           *> "admin" the fallback when the store has no such role.
           move "N" to caller-can-manage-users.
           move "get" to roles-action.
           move caller-role of db-request to roles-role-name.
           call "roles" using roles-request roles-response.
           if roles-success = "Y"
               move rr-can-manage-users to caller-can-manage-users
           else
               if caller-role of db-request = "admin"
                   move "Y" to caller-can-manage-users
               end-if
           end-if.

       open-personal-value section.
           *> cipher-text/cipher-width set by the caller; the opened
           *> value is left in cipher-result. Callers without the
           *> manage-users right get spaces instead.
           if caller-can-manage-users not = "Y"
               move spaces to cipher-result
               exit section
           end-if.
           move "decrypt" to cipher-action.
           call "field-cipher" using cipher-request cipher-response.

       validate-status-transition section.
           *> Valid states: draft, in-review, published, archived.
           *> No change at all is always fine; otherwise a move is
           end-if.

       handle-user-operation section.
           perform check-caller-can-manage-users.
           evaluate operation of db-request
               when "create"
                   perform create-user
       handle-content-operation section.
           evaluate operation of db-request
               when "create"
                   move spaces to status-before-change
                   perform create-content
                   move "created" to webhook-event-action
                   perform notify-content-event
                   perform offer-for-syndication
                   move "Y" to translation-sync-asked
                   perform record-translation-source
               when "get-all"
                   perform get-all-content
               when "get-by-id"
               when "get-by-type"
                   perform get-content-by-type
               when "update"
                   move spaces to status-before-change
                   perform update-content
                   move "updated" to webhook-event-action
                   perform notify-content-event
                   perform offer-for-syndication
                   perform record-translation-source
                   perform notify-translators-of-change
               when "delete"
                   perform delete-content
                   move "deleted" to webhook-event-action
                   perform rollback-content
                   move "updated" to webhook-event-action
                   perform notify-content-event
                   perform notify-translators-of-change
               when "publish-set"
                   perform content-publish-set
               when other
           perform get-statistics.

       handle-export-operation section.
           perform check-caller-can-manage-users.
           evaluate collection of db-request
               when "content"
                   perform export-content
                       ) to search-haystack
                       move mm-filename to search-needle
                       perform check-text-contains
                       if search-match = "N"
                           *> Placed with a [[media:id]] token rather
                           *> than by filename.
                           move function concatenate(
                               "[[media:",
                               function trim(media-filter-id), "]]"
                           ) to search-needle
                           perform check-text-contains
                       end-if
                       if cm-share-image-id = mm-id
                           *> Chosen as the item's social-share image
                           *> counts as a use even when the filename
                       at end move "10" to user-master-status
                       not at end
                           move mf-user-id to id-display
                           move 100 to cipher-width
                           move mf-email to cipher-text
                           perform open-personal-value
                           move cipher-result(1:100) to mf-email
                           move function concatenate(
                               function trim(id-display), ",",
                               function trim(mf-username), ",",
                       at end move "10" to submission-file-status
                       not at end
                           move fs-id to id-display
                           move 1900 to cipher-width
                           move fs-fields to cipher-text
                           perform open-personal-value
                           move cipher-result(1:1900) to fs-fields
                           move function concatenate(
                               function trim(id-display), ",",
                               function trim(fs-submitted-date), ",",
           *> two-factor secret never leave the store.
           move mf-user-id to id-display.
           move mf-failed-logins to user-failed-display.
           move 100 to cipher-width.
           move mf-email to cipher-text.
           perform open-personal-value.
           move cipher-result(1:100) to mf-email.
           move function concatenate(
               '{"id":"', function trim(id-display),
               '","username":"', function trim(mf-username),
               '","bio":"', function trim(json-esc-result),
               '","photoMediaId":"',
               function trim(parent-id-display),
               '","lastLogin":"', function trim(mf-last-login),
               '"}'
           ) to response-item-json.

               if cm-publish-date(1:10) > effective-now-date
                   move "N" to filter-match
               end-if
           end-if
           if filter-match = "Y"
               perform check-content-visibility-match
           end-if.

       check-content-visibility-match section.
           *> The row in the cm-* area stays in the answer only when
           *> this caller's role may read it.
           move "check" to vis-action.
           move cm-id to vis-content-id.
           move caller-role of db-request to vis-viewer-role.
           call "content-visibility" using visibility-request
               visibility-response.
           if vis-allowed not = "Y"
               move "N" to filter-match
           end-if.
       check-site-scope-match section.
           *> A row written before sites existed carries a blank
               move function trim(response-item-json)
                   to data-json of db-response
           end-if.
           *> A restricted item answers exactly like a missing one
           *> for a caller who may not read it.
           if success of db-response = "Y"
               move "Y" to filter-match
               perform check-content-visibility-match
               if filter-match = "N"
                   move "N" to success of db-response
                   move "Content not found"
                       to resp-message of db-response
                   move spaces to data-json of db-response
               end-if
           end-if.
       get-content-by-type section.
           *> load-content-filters already pulls "type" out of
           *> db-request's filters the same way it pulls
                   *> behind.
                   perform record-content-revision
                   move cm-slug to slug-before-update
                   move cm-status to status-before-change
                   move cm-translation-of
                       to translation-of-before-update

                   move search-type-name to cm-type

                       move function numval(json-extracted)
                           to cm-translation-of
                   end-if
                   move "N" to translation-sync-asked
                   if cm-translation-of
                       not = translation-of-before-update
                       move "Y" to translation-sync-asked
                   end-if
                   *> "sourceSynced":"Y" - the translator brought the
                   *> text up to date with its source in this save.
                   move "sourceSynced" to json-field-name
                   perform extract-json-field
                   if json-extracted(1:1) = "Y"
                       move "Y" to translation-sync-asked
                   end-if

                   move "slug" to json-field-name
                   perform extract-json-field
                   move "Y" to success of db-response
                   move "Content updated successfully"
                       to resp-message of db-response
                   *> A workflow move is named in the message, so the
                   *> admin audit trail records who sent what for
                   *> review and who approved it, and when.
                   if function trim(status-before-change)
                       not = function trim(cm-status)
                       move cm-id to id-display
                       move function concatenate(
                           "Content updated successfully (id ",
                           function trim(id-display), ": ",
                           function trim(status-before-change), " -> ",
                           function trim(cm-status), ")"
                       ) to resp-message of db-response
                   end-if
               end-if
               end-if
           end-if.
           *> the whole snapshotted body - for the side-by-side
           *> comparison screen. The item id travels in filters the
           *> way get-revisions takes it; the revision number in
           *> data-json the way rollback takes it. Revision 0 is the
           *> item as it stands now, so "everything since revision N"
           *> is one comparison.
           perform find-content-by-filter-id
           if content-found = "N"
               move "N" to success of db-response
               else
                   move function numval(json-extracted)
                       to rev-requested-no
                   if rev-requested-no = 0
                       perform build-live-revision-json
                       move "Y" to success of db-response
                       move "Current version retrieved successfully"
                           to resp-message of db-response
                       move function trim(response-item-json)
                           to data-json of db-response
                   else
                   move cm-id to cr-content-id
                   move rev-requested-no to cr-revision-no
                   read content-revisions
                           move function trim(response-item-json)
                               to data-json of db-response
                   end-read
                   end-if
               end-if
           end-if.

               '"}'
           ) to response-item-json.

       build-live-revision-json section.
           *> The item in the cm-* area in build-full-revision-json's
           *> shape - revision "0", attributed to "current version".
           move cm-title to json-esc-source.
           perform escape-json-value.
           move json-esc-result to rev-esc-title.
           perform load-current-body-overflow.
           move ovfl-body to json-esc-source.
           perform escape-json-value.
           move json-esc-result to json-esc-body.

           move cm-id to id-display.
           move function concatenate(
               '{"id":"', function trim(id-display),
               '","revision":"0","changedBy":"current version',
               '","changedDate":"', cm-updated-date(1:4), "-",
               cm-updated-date(5:2), "-", cm-updated-date(7:2)
           ) to response-item-json.
           move function concatenate(
               function trim(response-item-json),
               '","title":"', function trim(rev-esc-title),
               '","content":"', function trim(json-esc-body),
               '"}'
           ) to response-item-json.

       rollback-content section.
           *> Restore the title/body of a chosen revision ("revision"
           *> in data-json) over the live record. The live record is

           *> Apply pass - the write lock has been held since the
           *> call began, so the whole set lands as one unit.
           move "Y" to success of db-response.
           move 0 to set-applied-count.
           move 1 to set-ids-pos.
           perform until set-ids-pos > set-ids-len
                   exit section
           end-read.
           perform record-content-revision.
           move cm-status to status-before-change.
           if function trim(cm-status) = "in-review"
               move changed-by of db-request to cm-approved-by
           end-if.
           move "content" to webhook-event-coll.
           move cm-id to webhook-event-id.
           perform enqueue-webhook-event.
           perform offer-for-syndication.
           *> Same cache purge every single-item mutation gets - an
           *> atomic launch must not leave the flat front page and
           *> tag pages showing the pre-launch site.
           write webhook-queue-line.
           close webhook-queue.

       offer-for-syndication section.
           *> Only a move into "published" counts - an item saved
           *> again while already live is never offered twice, and
           *> syndication.cbl's own ledger refuses anything it has
           *> seen before.
           if success of db-response not = "Y"
               or function trim(cm-status) not = "published"
               or function trim(status-before-change) = "published"
               exit section
           end-if.
           *> Posted to public accounts - only what a signed-out
           *> visitor may read is offered.
           move "check" to vis-action.
           move cm-id to vis-content-id.
           move spaces to vis-level.
           move spaces to vis-viewer-role.
           move spaces to vis-session-id.
           move spaces to vis-set-by.
           call "content-visibility" using visibility-request
               visibility-response.
           if vis-allowed not = "Y"
               exit section
           end-if.
           move "enqueue" to sy-action.
           move cm-id to sy-content-id.
           move cm-type to sy-content-type.
           move cm-status to sy-content-status.
           move changed-by of db-request to sy-set-by.
           call "syndication" using syndication-request
               syndication-response.

       notify-content-event section.
           *> Fires after a successful content mutation - the cm-*
           *> record area still holds the row the event is about.
               end-if
           end-perform.

       record-translation-source section.
           *> After a successful create or update of a translation
           *> whose sync point should move: the source's version and
           *> newest revision number as they stand now become the
           *> translation's sync point.
           if success of db-response not = "Y"
               or translation-sync-asked not = "Y"
               or cm-translation-of = 0
               exit section
           end-if.
           move cm-translation-of to cmx-id.
           read content-master-aux
               invalid key
                   move spaces to content-aux-status
                   exit section
           end-read.
           move spaces to content-aux-status.
           move cm-translation-of to rev-target-id.
           perform find-next-revision-no.
           move "record" to ts-action.
           move cm-id to ts-translation-id.
           move cm-translation-of to ts-source-id.
           move cmx-version to ts-source-version.
           compute ts-source-revision = rev-next-no - 1.
           if changed-by of db-request = spaces
               move "system" to ts-synced-by
           else
               move changed-by of db-request to ts-synced-by
           end-if.
           call "translation-sync" using translation-sync-request
               translation-sync-response.

       notify-translators-of-change section.
           *> A published source just changed - every live translation
           *> of it with someone assigned gets a notice pointing at
           *> the new source version.
           if success of db-response not = "Y"
               or cm-translation-of not = 0
               or function trim(cm-status) not = "published"
               exit section
           end-if.
           move "get" to settings-action.
           move "translation_notify" to settings-key.
           call "settings" using settings-request settings-response.
           if settings-success = "Y"
               and settings-value-out(1:1) = "N"
               exit section
           end-if.
           move cm-version to translation-version-display.
           move low-values to cmx-id.
           move spaces to content-aux-status.
           start content-master-aux
               key is greater than cmx-id
               invalid key move "10" to content-aux-status
           end-start.
           perform until content-aux-status = "10"
               read content-master-aux next record
                   at end move "10" to content-aux-status
                   not at end
                       if cmx-translation-of = cm-id
                           and function trim(cmx-status)
                               not = "trashed"
                           and cmx-assigned-to not = spaces
                           perform post-translator-notice
                       end-if
               end-read
           end-perform.
           move spaces to content-aux-status.

       post-translator-notice section.
           move cm-id to id-display.
           move cmx-id to translation-id-display.
           move "post" to notify-action.
           move cmx-assigned-to to notify-user.
           move function concatenate(
               '"', function trim(cm-title(1:60)), '" (#',
               function trim(id-display), ") is now at version ",
               function trim(translation-version-display),
               " - translation #",
               function trim(translation-id-display),
               " (", function trim(cmx-language), ") may need updating"
           ) to notify-text.
           call "notifications" using notify-request notify-response.

       notify-media-event section.
           if success of db-response = "Y"
               move "media" to webhook-event-coll
               not invalid key
                   move media-master-record to journal-before-stage
           end-read.
           move journal-after-stage(1:3124) to media-master-record.
           move "BEGIN" to jr-phase.
           perform append-journal-entry.

           move "active" to mm-status
           move 0 to mm-width
           move 0 to mm-height
           move spaces to mm-licence
           move spaces to mm-credit
           move spaces to mm-source
           move spaces to mm-rights-expiry
           if function trim(site-id of db-request) = spaces
               move "main" to mm-site-id
           else

       check-media-filter-match section.
           move "Y" to filter-match
           *> Form attachments sit in the private collection - they
           *> are listed only when that collection is asked for by
           *> name, never as part of the media library.
           if function trim(mm-collection) = "private"
               and function trim(filter-media-collection)
                   not = "private"
               move "N" to filter-match
           end-if
           if function trim(filter-media-status) = spaces
               if mm-status = "deleted"
                   move "N" to filter-match
                   move json-extracted(1:30) to mm-collection
               end-if

               move "rightsUpdate" to json-field-name
               perform extract-json-field
               move json-extracted(1:1) to media-rights-replace
               perform apply-media-rights-fields
               if media-rights-valid = "N"
                   exit section
               end-if

               perform persist-current-media

               move "Y" to success of db-response
               move "Media deleted successfully"
                   to resp-message of db-response
           end-if.
       apply-media-rights-fields section.
           *> Licence, credit, source and rights expiry from the
           *> update data - the expiry must be a real yyyy-mm-dd date
           *> or nothing.
           move "Y" to media-rights-valid
           move "rightsExpiry" to json-field-name
           perform extract-json-field
           move json-extracted(1:10) to media-rights-expiry
           if media-rights-expiry not = spaces
               if media-rights-expiry(1:4) not numeric
                   or media-rights-expiry(5:1) not = "-"
                   or media-rights-expiry(6:2) not numeric
                   or media-rights-expiry(8:1) not = "-"
                   or media-rights-expiry(9:2) not numeric
                   or function test-date-yyyymmdd(
                       function numval(function concatenate(
                           media-rights-expiry(1:4),
                           media-rights-expiry(6:2),
                           media-rights-expiry(9:2)))) not = 0
                   move "N" to media-rights-valid
                   move "N" to success of db-response
                   move "The rights expiry must be a date (yyyy-mm-dd)"
                       to resp-message of db-response
                   exit section
               end-if
           end-if
           if media-rights-replace = "Y"
               or media-rights-expiry not = spaces
               move media-rights-expiry to mm-rights-expiry
           end-if

           move "licence" to json-field-name
           perform extract-json-field
           if media-rights-replace = "Y" or json-extracted not = spaces
               move json-extracted(1:100) to mm-licence
           end-if

           move "credit" to json-field-name
           perform extract-json-field
           if media-rights-replace = "Y" or json-extracted not = spaces
               move json-extracted(1:150) to mm-credit
           end-if

           move "source" to json-field-name
           perform extract-json-field
           if media-rights-replace = "Y" or json-extracted not = spaces
               move json-extracted(1:255) to mm-source
           end-if.
       find-media-by-filter-id section.
           *> Looks up the id carried in db-request's filters
           *> (e.g. {"id":"3"}) with a direct keyed read, leaving the
           move mm-description to json-esc-source
           perform escape-json-value
           move json-esc-result to media-esc-description
           move mm-licence to json-esc-source
           perform escape-json-value
           move json-esc-result to media-esc-licence
           move mm-credit to json-esc-source
           perform escape-json-value
           move json-esc-result to media-esc-credit
           move mm-source to json-esc-source
           perform escape-json-value
           move json-esc-result to media-esc-source

           move mm-id to id-display
           move mm-file-size to media-size-display
               function trim(mm-thumbnail-path),
               '","width":"', mm-width,
               '","height":"', mm-height,
               '","licence":"', function trim(media-esc-licence),
               '","credit":"', function trim(media-esc-credit)
           ) to response-item-json
           move function concatenate(
               function trim(response-item-json),
               '","source":"', function trim(media-esc-source),
               '","rightsExpiry":"',
               function trim(mm-rights-expiry),
               '"}'
           ) to response-item-json.
       get-all-content-types section.
