               organization is sequential
               file status is write-lock-status.

      *> Only a masked extract carries the personal-data stores;
      *> they are opened when its header says so.
           select user-master
               assign to "data/users.dat"
               organization is indexed
               access mode is dynamic
               record key is mf-user-id
               file status is user-file-status.

           select comment-master
               assign to "data/comments.dat"
               organization is indexed
               access mode is dynamic
               record key is co-id
               file status is comment-file-status.

           select submission-master
               assign to "data/form-submissions.dat"
               organization is indexed
               access mode is dynamic
               record key is fs-id
               file status is submission-file-status.

           select subscriber-master
               assign to "data/newsletter-subscribers.dat"
               organization is indexed
               access mode is dynamic
               record key is ns-email
               file status is subscriber-file-status.

       data division.
       file section.
       fd  bundle-file.
           03 mm-width            pic 9(5).
           03 mm-height           pic 9(5).
           03 mm-site-id          pic x(20).
           03 mm-licence          pic x(100).
           03 mm-credit           pic x(150).
           03 mm-source           pic x(255).
           03 mm-rights-expiry    pic x(10).

       fd  content-type-master.
       01  content-type-master-record.
       fd  write-lock-file.
       01  write-lock-record    pic x(1).

       fd  user-master.
       01  user-master-record.
           03 mf-user-id        pic 9(10).
           03 mf-username       pic x(50).
           03 mf-email          pic x(100).
           03 mf-password-hash  pic x(64).
           03 mf-role           pic x(20).
           03 mf-acct-status    pic x(10).
           03 mf-created-date   pic x(20).
           03 mf-failed-logins  pic 9(3).
           03 mf-totp-enabled   pic x(1).
           03 mf-totp-secret    pic x(32).
           03 mf-password-changed pic x(8).
           03 mf-bio            pic x(500).
           03 mf-photo-media-id pic 9(10).
           03 mf-last-login     pic x(14).

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

       fd  submission-master.
       01  submission-master-record.
           03 fs-id             pic 9(10).
           03 fs-submitted-date pic x(20).
           03 fs-client-addr    pic x(64).
           03 fs-status         pic x(10).
           03 fs-fields         pic x(1900).

       fd  subscriber-master.
       01  subscriber-record.
           03 ns-email          pic x(100).
           03 ns-status         pic x(10).
           03 ns-token          pic x(32).
           03 ns-subscribed-date pic x(20).

       working-storage section.
       01 bundle-file-status   pic xx.
       01 content-file-status  pic xx.
      *> Read off the header line - format 1 bundles predate the
      *> site-id columns and load as the default site.
       01 bundle-version       pic 9(2) usage comp-5 value 1.
      *> "masked" in the header's third field - an extract from
      *> export-bundle's masked mode, the only kind that carries
      *> users, comments, submissions and subscribers.
       01 bundle-masked        pic x(1) value "N".
       01 user-file-status     pic xx.
       01 comment-file-status  pic xx.
       01 submission-file-status pic xx.
       01 subscriber-file-status pic xx.
       01 next-user-id         pic 9(10) value 0.
       01 next-comment-id      pic 9(10) value 0.
       01 next-submission-id   pic 9(10) value 0.
       01 existing-user-id     pic 9(10).
       01 import-username      pic x(50).
       01 comment-id-map.
           03 comap-count       pic 9(4) usage comp-5 value 0.
           03 comap-rows occurs 2000 times.
               05 comap-old     pic 9(10).
               05 comap-new     pic 9(10).
       01 tk-digest-source     pic x(140).
       01 tk-accum             pic 9(18) usage comp-5.
       01 tk-round             pic 9 usage comp-5.
       01 tk-pos               pic 9(4) usage comp-5.
       01 tk-char-val          pic 9(4) usage comp-5.
       01 tk-chunk             pic x(16).
       01 tk-start             pic 99 usage comp-5.
       01 tk-hex-alphabet      pic x(16) value "0123456789abcdef".
       01 tk-hex-work          pic 9(18) usage comp-5.
       01 tk-hex-rem           pic 99 usage comp-5.
       01 tk-hex-pos           pic 99 usage comp-5.
       01 new-token            pic x(32).

       01 cipher-request.
           03 cipher-action     pic x(12).
           03 cipher-width      pic 9(4).
           03 cipher-text       pic x(2000).

       01 cipher-response.
           03 cipher-success    pic x(1).
           03 cipher-message    pic x(200).
           03 cipher-result     pic x(2000).
           03 cipher-key-version pic x(1).

      *> Old-to-new id maps, applied to parent links, translation
      *> links and share-image references in a fix-up pass once
           03 redirects-created pic 9(4) value 0.
           03 lines-skipped     pic 9(4) value 0.
           03 links-remapped    pic 9(6) value 0.
           03 users-created     pic 9(6) value 0.
           03 users-updated     pic 9(6) value 0.
           03 comments-created  pic 9(6) value 0.
           03 submissions-created pic 9(6) value 0.
           03 subscribers-created pic 9(6) value 0.

      *> Loads a site bundle written by export-bundle.cbl into this
      *> (intended to be empty) installation, assigning fresh ids
       perform remap-content-references.

       perform close-target-stores.
       if bundle-masked = "Y"
           perform close-personal-stores
       end-if.
       perform release-write-lock.
       perform display-summary.

                       move function numval(field-value(1:5))
                           to bundle-version
                   end-if
                   perform split-next-field
                   if function trim(field-value(1:10)) = "masked"
                       and bundle-masked = "N"
                       move "Y" to bundle-masked
                       perform open-personal-stores
                   end-if
               when "SETTING"
                   perform load-setting-line
               when "ROLE"
                   perform load-media-line
               when "CONTENT"
                   perform load-content-line
               when "USER"
               when "COMMENT"
               when "SUBMISSION"
               when "SUBSCRIBER"
                   if bundle-masked = "Y"
                       perform load-personal-line
                   else
                       add 1 to lines-skipped
                   end-if
               when other
                   add 1 to lines-skipped
           end-evaluate.
           move field-value(1:255) to mm-alt-text.
           perform split-next-field.
           move field-value(1:500) to mm-description.
           move spaces to mm-licence.
           move spaces to mm-credit.
           move spaces to mm-source.
           move spaces to mm-rights-expiry.
           if bundle-version >= 3
               perform split-next-field
               move field-value(1:100) to mm-licence
               perform split-next-field
               move field-value(1:150) to mm-credit
               perform split-next-field
               move field-value(1:255) to mm-source
               perform split-next-field
               move field-value(1:10) to mm-rights-expiry
           end-if.
           move "active" to mm-status.
           move spaces to mm-deleted-date.
           move 0 to mm-width.
               end-if
           end-perform.

       open-personal-stores section.
           *> Only reached for a masked extract; a faithful bundle
           *> never touches the personal-data stores.
           open i-o user-master.
           if user-file-status = "35"
               open output user-master
               close user-master
               open i-o user-master
           end-if.
           open i-o comment-master.
           if comment-file-status = "35"
               open output comment-master
               close comment-master
               open i-o comment-master
           end-if.
           open i-o submission-master.
           if submission-file-status = "35"
               open output submission-master
               close submission-master
               open i-o submission-master
           end-if.
           open i-o subscriber-master.
           if subscriber-file-status = "35"
               open output subscriber-master
               close subscriber-master
               open i-o subscriber-master
           end-if.

           move 0 to next-user-id.
           move low-values to mf-user-id.
           move spaces to user-file-status.
           start user-master key is greater than mf-user-id
               invalid key move "10" to user-file-status
           end-start.
           perform until user-file-status = "10"
               read user-master next record
                   at end move "10" to user-file-status
                   not at end
                       if mf-user-id > next-user-id
                           move mf-user-id to next-user-id
                       end-if
               end-read
           end-perform.
           move spaces to user-file-status.
           move 0 to next-comment-id.
           move low-values to co-id.
           move spaces to comment-file-status.
           start comment-master key is greater than co-id
               invalid key move "10" to comment-file-status
           end-start.
           perform until comment-file-status = "10"
               read comment-master next record
                   at end move "10" to comment-file-status
                   not at end
                       if co-id > next-comment-id
                           move co-id to next-comment-id
                       end-if
               end-read
           end-perform.
           move spaces to comment-file-status.
           move 0 to next-submission-id.
           move low-values to fs-id.
           move spaces to submission-file-status.
           start submission-master key is greater than fs-id
               invalid key move "10" to submission-file-status
           end-start.
           perform until submission-file-status = "10"
               read submission-master next record
                   at end move "10" to submission-file-status
                   not at end
                       if fs-id > next-submission-id
                           move fs-id to next-submission-id
                       end-if
               end-read
           end-perform.
           move spaces to submission-file-status.

       close-personal-stores section.
           close user-master.
           close comment-master.
           close submission-master.
           close subscriber-master.

       load-personal-line section.
           evaluate record-kind
               when "USER"
                   perform load-user-line
               when "COMMENT"
                   perform load-comment-line
               when "SUBMISSION"
                   perform load-submission-line
               when "SUBSCRIBER"
                   perform load-subscriber-line
           end-evaluate.

       load-user-line section.
           *> The extract's ids are the source system's; an account
           *> already here under the same username is refreshed in
           *> place, anything else gets the next free id.
           perform split-next-field.
           perform split-next-field.
           if field-value(1:50) = spaces
               add 1 to lines-skipped
               exit section
           end-if.
           move field-value(1:50) to import-username.
           perform find-user-by-import-username.
           move spaces to user-master-record.
           if existing-user-id > 0
               move existing-user-id to mf-user-id
           else
               add 1 to next-user-id
               move next-user-id to mf-user-id
           end-if.
           move import-username to mf-username.
           perform split-next-field.
           move field-value(1:100) to cipher-text.
           perform seal-personal-value.
           move cipher-result(1:100) to mf-email.
           perform split-next-field.
           move field-value(1:64) to mf-password-hash.
           perform split-next-field.
           move field-value(1:20) to mf-role.
           perform split-next-field.
           move field-value(1:10) to mf-acct-status.
           perform split-next-field.
           move field-value(1:20) to mf-created-date.
           perform split-next-field.
           move 0 to mf-photo-media-id.
           if function trim(field-value(1:20)) is numeric
               move function numval(field-value(1:20)) to old-row-id
               if old-row-id > 0
                   perform look-up-media-map
                   move map-hit to mf-photo-media-id
               end-if
           end-if.
           perform split-next-field.
           move field-value(1:500) to mf-bio.
           move 0 to mf-failed-logins.
           move "N" to mf-totp-enabled.
           move spaces to mf-totp-secret.
           move today-stamp to mf-password-changed.
           move spaces to mf-last-login.
           if existing-user-id > 0
               rewrite user-master-record
               add 1 to users-updated
           else
               write user-master-record
                   invalid key
                       add 1 to lines-skipped
                       exit section
               end-write
               add 1 to users-created
           end-if.

       find-user-by-import-username section.
           move 0 to existing-user-id.
           move low-values to mf-user-id.
           move spaces to user-file-status.
           start user-master key is greater than mf-user-id
               invalid key move "10" to user-file-status
           end-start.
           perform until user-file-status = "10"
               read user-master next record
                   at end move "10" to user-file-status
                   not at end
                       if mf-username = import-username
                           move mf-user-id to existing-user-id
                           move "10" to user-file-status
                       end-if
               end-read
           end-perform.
           move spaces to user-file-status.

       load-comment-line section.
           *> Comments on content that did not come across in the
           *> bundle are dropped; replies are re-pointed through the
           *> comment map, so the extract must list parents first
           *> (export-bundle writes them in id order).
           perform split-next-field.
           if function trim(field-value(1:20)) not numeric
               add 1 to lines-skipped
               exit section
           end-if.
           move function numval(field-value(1:20)) to old-row-id.
           move spaces to comment-master-record.
           add 1 to next-comment-id.
           move next-comment-id to co-id.
           if comap-count < 2000
               add 1 to comap-count
               move old-row-id to comap-old(comap-count)
               move next-comment-id to comap-new(comap-count)
           end-if.
           perform split-next-field.
           move 0 to map-hit.
           if function trim(field-value(1:20)) is numeric
               move function numval(field-value(1:20)) to old-row-id
               perform look-up-content-map
           end-if.
           if map-hit = 0
               subtract 1 from comap-count
               subtract 1 from next-comment-id
               add 1 to lines-skipped
               exit section
           end-if.
           move map-hit to co-content-id.
           perform split-next-field.
           move field-value(1:50) to co-author-name.
           perform split-next-field.
           move field-value(1:100) to cipher-text.
           perform seal-personal-value.
           move cipher-result(1:100) to co-email.
           perform split-next-field.
           move field-value(1:10) to co-status.
           perform split-next-field.
           move field-value(1:20) to co-submitted-date.
           perform split-next-field.
           move 0 to co-parent-id.
           if function trim(field-value(1:20)) is numeric
               move function numval(field-value(1:20)) to old-row-id
               if old-row-id > 0
                   perform look-up-comment-map
                   move map-hit to co-parent-id
               end-if
           end-if.
           perform split-next-field.
           move field-value(1:1000) to co-body.
           write comment-master-record
               invalid key
                   add 1 to lines-skipped
                   exit section
           end-write.
           add 1 to comments-created.

       load-submission-line section.
           perform split-next-field.
           move spaces to submission-master-record.
           add 1 to next-submission-id.
           move next-submission-id to fs-id.
           perform split-next-field.
           move field-value(1:20) to fs-submitted-date.
           perform split-next-field.
           move field-value(1:64) to fs-client-addr.
           perform split-next-field.
           move field-value(1:10) to fs-status.
           perform split-next-field.
           move field-value(1:1900) to cipher-text.
           move 1900 to cipher-width.
           move "encrypt" to cipher-action.
           call "field-cipher" using cipher-request cipher-response.
           move cipher-result(1:1900) to fs-fields.
           write submission-master-record
               invalid key
                   add 1 to lines-skipped
                   exit section
           end-write.
           add 1 to submissions-created.

       load-subscriber-line section.
           *> A fresh unsubscribe token is issued here; the source
           *> system's tokens are never carried in an extract.
           perform split-next-field.
           if field-value(1:100) = spaces
               add 1 to lines-skipped
               exit section
           end-if.
           move spaces to subscriber-record.
           move field-value(1:100) to cipher-text.
           perform generate-token.
           perform seal-personal-value.
           move cipher-result(1:100) to ns-email.
           move new-token to ns-token.
           perform split-next-field.
           move field-value(1:10) to ns-status.
           perform split-next-field.
           move field-value(1:20) to ns-subscribed-date.
           write subscriber-record
               invalid key
                   add 1 to lines-skipped
                   exit section
           end-write.
           add 1 to subscribers-created.

       seal-personal-value section.
           *> cipher-text holds the plain address; sealed under the
           *> current key like every other personal field at rest.
           move 100 to cipher-width.
           move "encrypt" to cipher-action.
           call "field-cipher" using cipher-request cipher-response.

       generate-token section.
           move function concatenate(
               "newsletter", function trim(cipher-text(1:100)),
               function current-date
           ) to tk-digest-source.
           move spaces to new-token.
           perform varying tk-round from 1 by 1 until tk-round > 2
               compute tk-accum = 5381 + (tk-round * 104729)
               perform varying tk-pos from 1 by 1
                   until tk-pos >
                       function length(function trim(tk-digest-source))
                   move function ord(tk-digest-source(tk-pos:1))
                       to tk-char-val
                   compute tk-accum = function mod(
                       (tk-accum * 33 + tk-char-val + tk-round),
                       18446744073)
               end-perform
               perform token-accum-to-hex
               compute tk-start = (tk-round - 1) * 16 + 1
               move tk-chunk to new-token(tk-start:16)
           end-perform.

       token-accum-to-hex section.
           move tk-accum to tk-hex-work.
           move spaces to tk-chunk.
           move 16 to tk-hex-pos.
           perform 16 times
               compute tk-hex-rem = function mod(tk-hex-work, 16)
               compute tk-hex-work =
                   function integer(tk-hex-work / 16)
               move tk-hex-alphabet(tk-hex-rem + 1:1)
                   to tk-chunk(tk-hex-pos:1)
               subtract 1 from tk-hex-pos
           end-perform.

       look-up-comment-map section.
           move 0 to map-hit.
           perform varying map-index from 1 by 1
               until map-index > comap-count
               if comap-old(map-index) = old-row-id
                   move comap-new(map-index) to map-hit
                   exit perform
               end-if
           end-perform.

       look-up-content-map section.
           move 0 to map-hit.
           perform varying map-index from 1 by 1
               function trim(links-remapped), " link(s) remapped, ",
               function trim(lines-skipped), " line(s) skipped"
           ).
           if bundle-masked = "Y"
               display function concatenate(
                   "import-bundle: masked extract - ",
                   function trim(users-created), " user(s) created, ",
                   function trim(users-updated), " updated, ",
                   function trim(comments-created), " comment(s), ",
                   function trim(submissions-created),
                   " submission(s), ",
                   function trim(subscribers-created),
                   " subscriber(s)"
               )
           end-if.

       end program import-bundle.
