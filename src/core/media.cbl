               organization is sequential
               file status is write-lock-status.

      *> Legal holds placed from the admin screen - a held item is
      *> skipped and listed in this run's report.
           select legal-holds
               assign to "data/legal-holds.dat"
               organization is indexed
               access mode is dynamic
               record key is lh-key
               file status is legal-hold-status.

       data division.
       file section.
      *> A one-record counter that outlives any single CGI invocation -
           03 mm-width            pic 9(5).
           03 mm-height           pic 9(5).
           03 mm-site-id          pic x(20).
           03 mm-licence          pic x(100).
           03 mm-credit           pic x(150).
           03 mm-source           pic x(255).
           03 mm-rights-expiry    pic x(10).

       fd  db-journal.
       01  db-journal-record.
       fd  write-lock-file.
       01  write-lock-record    pic x(1).

       fd  legal-holds.
       01  legal-hold-record.
           03 lh-key.
               05 lh-kind        pic x(10).
               05 lh-item-id     pic 9(10).
           03 lh-status         pic x(10).
           03 lh-matter         pic x(60).
           03 lh-set-by         pic x(50).
           03 lh-set-stamp      pic x(14).
           03 lh-released-by    pic x(50).
           03 lh-released-stamp pic x(14).

       working-storage section.
       01 media-master-status   pic xx.
       01 write-lock-status    pic xx.
               05 image-width    pic 9(5).
               05 image-height   pic 9(5).
               05 site-tag       pic x(20).
               05 rights-licence pic x(100).
               05 rights-credit  pic x(150).
               05 rights-source  pic x(255).
               05 rights-expiry  pic x(10).

       01 current-media-index   pic 99 usage comp-5.
       01 temp-file-info.
       01 purge-removed-count   pic 9(6) value 0.
       01 purge-age-days        pic s9(8) usage comp-5.
       01 media-retention-days  pic 9(4) value 30.
       01 purge-held-count      pic 9(6) value 0.
       01 legal-hold-status    pic xx.
       01 legal-holds-open     pic x(1) value "N".
       01 item-on-hold         pic x(1).
       01 hold-check-kind      pic x(10).
       01 hold-check-id        pic 9(10).

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

      *> storage-quota.cbl's LINKAGE shape with local names - the
      *> per-uploader and per-site ceilings an upload is held to.
       01 storage-quota-request.
           03 sq-action         pic x(10).
           03 sq-user           pic x(50).
           03 sq-site           pic x(20).
           03 sq-incoming-bytes pic 9(12).
           03 sq-value          pic x(10).
           03 sq-changed-by     pic x(50).

       01 storage-quota-response.
           03 sq-success        pic x(1).
           03 sq-message        pic x(200).
           03 sq-allowed        pic x(1).
           03 sq-user-override  pic x(1).
           03 sq-user-quota-mb  pic 9(8).
           03 sq-user-used      pic 9(15).
           03 sq-user-warn      pic x(1).
           03 sq-site-quota-mb  pic 9(8).
           03 sq-site-used      pic 9(15).
           03 sq-site-warn      pic x(1).
       01 quota-mb-display      pic z(7)9.

      *> malware-scan.cbl's LINKAGE shape with local names - every
      *> stored upload is scanned before it can be served.
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
       01 upload-quarantined    pic x(1).
       01 quarantine-id-display pic z(9)9.

      *> notifications.cbl's LINKAGE shape with local names.
       01 notify-request.
           03 notify-action     pic x(15).
           03 notify-user       pic x(50).
           03 notify-text       pic x(200).

       01 notify-response.
           03 notify-success    pic x(1).
           03 notify-message    pic x(200).
           03 notify-unread     pic 9(6).

       linkage section.
      *> Uploads arrive as a path to the temp file httphandler
           when "delete" perform guarded-mutating-action
           when "update" perform guarded-mutating-action
           when "purge" perform guarded-mutating-action
           when "attach" perform guarded-mutating-action
           when "erase" perform guarded-mutating-action
           when "get"
               perform handle-get
           when "list"
                   perform handle-update
               when "purge"
                   perform handle-purge
               when "attach"
                   perform handle-upload
               when "erase"
                   perform handle-erase
           end-evaluate.

       acquire-write-lock section.
                           to image-height(media-count)
                       move mm-site-id
                           to site-tag(media-count)
                       move mm-licence
                           to rights-licence(media-count)
                       move mm-credit
                           to rights-credit(media-count)
                       move mm-source
                           to rights-source(media-count)
                       move mm-rights-expiry
                           to rights-expiry(media-count)
               end-read
           end-perform
           move spaces to media-master-status.
               not invalid key
                   move media-master-record to journal-before-stage
           end-read.
           move journal-after-stage(1:3124) to media-master-record.
           move "BEGIN" to jr-phase.
           perform append-journal-entry.

           move image-width(current-media-index) to mm-width.
           move image-height(current-media-index) to mm-height.
           move site-tag(current-media-index) to mm-site-id.
           move rights-licence(current-media-index) to mm-licence.
           move rights-credit(current-media-index) to mm-credit.
           move rights-source(current-media-index) to mm-source.
           move rights-expiry(current-media-index)
               to mm-rights-expiry.
           perform journal-media-begin.
           write media-master-record
               invalid key
           end-if.

           *> Validate MIME type and size before touching media-items
           *> - a form attachment was already held to its field's own
           *> allowed types by submitform, and is never served, so
           *> the public whitelist does not apply to it.
           if action = "attach"
               move "Y" to success
           else
               perform validate-mime-type
           end-if.

           if success = "Y"
               perform validate-file-size
           end-if.

           if success = "Y"
               perform check-storage-quota
           end-if.

           if success = "N"
               *> The streamed temp file is already on disk - a
               *> rejected upload must not leave it behind.
                   to description of media-items
                       (current-media-index)
               move "active" to rec-status(current-media-index)
               if action = "attach"
                   move "private" to collection(current-media-index)
               else
                   move "unfiled" to collection(current-media-index)
               end-if
               perform compute-upload-digest
               move upload-digest
                   to content-digest(current-media-index)
               move spaces
                   to thumbnail-path of media-items
                       (current-media-index)
               *> Rights are recorded afterwards from the admin media
               *> screen.
               move spaces to rights-licence(current-media-index)
               move spaces to rights-credit(current-media-index)
               move spaces to rights-source(current-media-index)
               move spaces to rights-expiry(current-media-index)
               move function current-date
                   to upload-date(current-media-index)

               *> Set file path and persist the actual bytes there.
               *> Form attachments live outside uploads/ altogether -
               *> no URL maps onto private/, so the router cannot
               *> serve one however the address is guessed.
               if action = "attach"
                   perform ensure-private-directory
                   string "private/form-attachments/"
                              delimited by size
                          filename of media-items
                              (current-media-index)
                              delimited by space
                          into file-path of media-items
                              (current-media-index)
               else
                   string "uploads/" delimited by size
                          filename of media-items
                              (current-media-index)
                              delimited by space
                          into file-path of media-items
                              (current-media-index)
               end-if
               perform write-upload-bytes

               perform scan-stored-upload
               if upload-quarantined = "Y"
                   perform persist-current-media
                   perform report-quarantined-upload
                   exit section
               end-if

               if action not = "attach"
                   perform check-is-image-mime
                   if success = "Y"
                       perform generate-thumbnail
                   end-if
               end-if

               perform persist-current-media

               move "Y" to success
               move "File uploaded successfully" to resp-message
               if action not = "attach"
                   perform warn-if-duplicate-digest
               end-if
               perform warn-storage-threshold
               move media-id of media-items (current-media-index)
                   to media-id of media-data
               move filename of media-items (current-media-index)
               move "Media not found" to resp-message
           end-if.

       *> A form attachment goes the moment its submission does -
       *> purged or erased submissions must not leave the applicant's
       *> file behind for the thirty-day soft-delete window. Only
       *> private-collection rows may be erased outright; a legal
       *> hold keeps the row and the bytes as they are.
       handle-erase section.
           move "N" to success
           move 0 to extension-index
           perform varying current-media-index from 1 by 1
               until current-media-index > media-count
               if media-id of media-items (current-media-index)
                   = media-id of media-request
                   move current-media-index to extension-index
                   exit perform
               end-if
           end-perform.
           if extension-index = 0
               move "Media not found" to resp-message
               exit section
           end-if.
           move extension-index to current-media-index.
           if collection(current-media-index) not = "private"
               move "Only form attachments can be erased outright"
                   to resp-message
               exit section
           end-if.

           perform open-legal-holds.
           move "media" to hold-check-kind.
           move media-id of media-items (current-media-index)
               to hold-check-id.
           perform check-legal-hold.
           perform close-legal-holds.
           if item-on-hold = "Y"
               move function concatenate(
                   "Kept under legal hold, matter ",
                   function trim(lh-matter)
               ) to resp-message
               exit section
           end-if.

           move media-id of media-items (current-media-index) to mm-id.
           move spaces to journal-after-stage.
           move spaces to journal-before-stage.
           read media-master
               invalid key
                   continue
               not invalid key
                   move media-master-record to journal-before-stage
           end-read.
           move "BEGIN" to jr-phase.
           perform append-journal-entry.
           move media-id of media-items (current-media-index) to mm-id.
           delete media-master record
               invalid key
                   continue
           end-delete.
           perform journal-media-commit.

           move file-path of media-items (current-media-index)
               to upload-file-path.
           call "CBL_DELETE_FILE" using upload-file-path
               returning delete-result.
           move "Y" to success.
           move "Attachment erased" to resp-message.

       *> Removes media rows that have been soft-deleted for longer
       *> than the retention window, deleting their underlying file
       *> and compacting the table so 1000 dead slots don't pile up.
       handle-purge section.
           move 0 to purge-removed-count

           *> The purge is the scheduler's job, so its retention
           *> window counts from the business date, not the clock.
           move "get" to bd-action
           move spaces to bd-date-in
           move spaces to bd-set-by
           call "business-date" using business-date-request
               business-date-response

           move 0 to purge-held-count
           perform open-legal-holds
           perform varying current-media-index from media-count by -1
               until current-media-index < 1
               if rec-status(current-media-index) = "deleted"
                   perform check-purge-retention
                   if success = "Y"
                       perform check-purge-hold
                   end-if
                   if success = "Y"
                       perform purge-one-media-row
                   end-if
               end-if
           end-perform
           perform close-legal-holds

           move "Y" to success
           move function concatenate(
               "Purge complete (business date ", bd-date-iso, "): ",
               function trim(purge-removed-count),
               " record(s) removed, ",
               function trim(purge-held-count),
               " kept under legal hold"
           ) to resp-message.

       check-purge-hold section.
           *> A file under legal hold keeps both its row and its
           *> bytes on disk until the hold is released.
           move "media" to hold-check-kind
           move media-id of media-items (current-media-index)
               to hold-check-id
           perform check-legal-hold
           if item-on-hold = "Y"
               move "N" to success
               add 1 to purge-held-count
               display function concatenate(
                   "HELD: media id ",
                   function trim(media-id of media-items
                       (current-media-index)),
                   " (", function trim(filename of media-items
                       (current-media-index)),
                   ") kept - legal hold, matter ",
                   function trim(lh-matter)
               )
           end-if.

       open-legal-holds section.
           *> No hold store yet simply means nothing is held.
           move "N" to legal-holds-open.
           open input legal-holds.
           if legal-hold-status = "00"
               move "Y" to legal-holds-open
           end-if.

       close-legal-holds section.
           if legal-holds-open = "Y"
               close legal-holds
               move "N" to legal-holds-open
           end-if.

       check-legal-hold section.
           *> item-on-hold comes back "Y" while an active hold names
           *> hold-check-kind / hold-check-id; lh-matter then carries
           *> the matter reference for the run report.
           move "N" to item-on-hold.
           if legal-holds-open not = "Y"
               exit section
           end-if.
           move hold-check-kind to lh-kind.
           move hold-check-id to lh-item-id.
           read legal-holds
               invalid key
                   continue
               not invalid key
                   if function trim(lh-status) = "active"
                       move "Y" to item-on-hold
                   end-if
           end-read.

       check-purge-retention section.
           *> A blank deleted-date means the row was soft-deleted
           *> before this field existed - treat it as eligible.
           if deleted-date(current-media-index) not = spaces
               compute purge-age-days =
                   function integer-of-date(
                       function numval(bd-date))
                   - function integer-of-date(
                       function numval(
                           deleted-date(current-media-index)(1:8)))
                   to resp-message
           end-if.

       check-storage-quota section.
           *> The upload's bytes plus, for an image, the thumbnail
           *> copy generate-thumbnail will make of them.
           move "check" to sq-action.
           move uploaded-by of media-request to sq-user.
           move site-id of media-request to sq-site.
           move file-size of media-request to sq-incoming-bytes.
           perform varying extension-index from 1 by 1
               until extension-index > image-mime-count
               if image-mime-list(extension-index)
                   = mime-type of media-request
                   add file-size of media-request
                       to sq-incoming-bytes
                   exit perform
               end-if
           end-perform.
           move spaces to sq-value.
           move uploaded-by of media-request to sq-changed-by.
           call "storage-quota" using storage-quota-request
               storage-quota-response.
           if sq-allowed = "N"
               move "N" to success
               move sq-message to resp-message
           end-if.

       warn-storage-threshold section.
           *> Once, on the upload that carries usage past 80% - the
           *> uploader for their own quota, the administrators too
           *> when it is the site's.
           if sq-user-warn = "Y"
               and uploaded-by of media-request not = spaces
               move sq-user-quota-mb to quota-mb-display
               move "post" to notify-action
               move uploaded-by of media-request to notify-user
               move function concatenate(
                   "Your media storage has passed 80% of your ",
                   function trim(quota-mb-display), " MB quota -",
                   " delete files you no longer need before uploads",
                   " are refused"
               ) to notify-text
               call "notifications" using notify-request
                   notify-response
           end-if.
           if sq-site-warn = "Y"
               move sq-site-quota-mb to quota-mb-display
               move function concatenate(
                   "Media storage for the ",
                   function trim(site-tag(current-media-index)),
                   " site has passed 80% of its ",
                   function trim(quota-mb-display), " MB quota"
               ) to notify-text
               if uploaded-by of media-request not = spaces
                   move "post" to notify-action
                   move uploaded-by of media-request to notify-user
                   call "notifications" using notify-request
                       notify-response
               end-if
               move "post-reviewers" to notify-action
               move spaces to notify-user
               call "notifications" using notify-request
                   notify-response
           end-if.

       scan-stored-upload section.
           *> At its final path, before a thumbnail or a row that
           *> says "active" exists - a file the scanner flags or
           *> cannot vouch for is stored quarantined instead, so
           *> the router never serves it and an administrator can
           *> look at it.
           move "N" to upload-quarantined.
           move "scan" to msc-action.
           move media-id of media-items(current-media-index)
               to msc-media-id.
           move file-path of media-items(current-media-index)
               to msc-file-path.
           move uploaded-by of media-request to msc-scanned-by.
           call "malware-scan" using malware-scan-request
               malware-scan-response.
           if function trim(msc-result) not = "clean"
               and function trim(msc-result) not = "not-scanned"
               move "Y" to upload-quarantined
               move "quarantine" to rec-status(current-media-index)
           end-if.

       report-quarantined-upload section.
           move "N" to success.
           move function concatenate(
               "The file was quarantined and will not be served - ",
               "the malware scan found it ", function trim(msc-result),
               ": ", function trim(msc-detail)
           ) to resp-message.
           move media-id of media-items(current-media-index)
               to media-id of media-data.
           move media-id of media-items(current-media-index)
               to quarantine-id-display.
           if uploaded-by of media-request not = spaces
               move "post" to notify-action
               move uploaded-by of media-request to notify-user
               move function concatenate(
                   "Your upload ",
                   function trim(original-name of media-request),
                   " was quarantined (", function trim(msc-result),
                   ": ", function trim(msc-detail),
                   ") and will not be served"
               ) to notify-text
               call "notifications" using notify-request
                   notify-response
           end-if.
           move "post-reviewers" to notify-action.
           move spaces to notify-user.
           move function concatenate(
               "Media #", function trim(quarantine-id-display), " (",
               function trim(original-name of media-request),
               ") from ", function trim(uploaded-by of media-request),
               " quarantined - ", function trim(msc-result), ": ",
               function trim(msc-detail)
           ) to notify-text.
           call "notifications" using notify-request notify-response.

       check-is-image-mime section.
           move "N" to success
           perform varying extension-index from 1 by 1
                   returning delete-result
           end-if.

       ensure-private-directory section.
           *> Created on the first attachment; an existing directory
           *> just answers non-zero.
           move "private" to upload-file-path.
           call "CBL_CREATE_DIR" using upload-file-path
               returning rename-result.
           move "private/form-attachments" to upload-file-path.
           call "CBL_CREATE_DIR" using upload-file-path
               returning rename-result.

       generate-thumbnail section.
           *> A real implementation would decode and resize the image;
           *> this CMS has no image codec available, so the "thumbnail"
