               record key is fs-id
               file status is submission-file-status.

      *> Allowed types and size ceiling per file field, kept by the
      *> admin form builder beside the definition it belongs to.
           select file-rule-master
               assign to "data/form-file-rules.dat"
               organization is indexed
               access mode is dynamic
               record key is frl-key
               file status is file-rule-status.

      *> One row per file a submission carried - the submission id
      *> and field name lead to the private media row holding it.
           select attachment-master
               assign to "data/form-attachments.dat"
               organization is indexed
               access mode is dynamic
               record key is fa-key
               file status is attachment-status.

       data division.
       file section.

           03 fs-status         pic x(10).
           03 fs-fields         pic x(1900).

       fd  file-rule-master.
       01  file-rule-record.
           03 frl-key.
               05 frl-form-name  pic x(50).
               05 frl-field-name pic x(50).
           03 frl-accept        pic x(60).
           03 frl-max-kb        pic 9(8).

       fd  attachment-master.
       01  attachment-record.
           03 fa-key.
               05 fa-submission-id pic 9(10).
               05 fa-field-name  pic x(50).
           03 fa-media-id       pic 9(10).
           03 fa-original-name  pic x(200).
           03 fa-mime-type      pic x(100).
           03 fa-file-size      pic 9(10).

       working-storage section.

       01 the-vars.
       01 validation-message     pic x(500).

       01 field-rule-count       pic 99 usage comp-5 value 0.
       01 field-rules occurs 21 times.
           03 rule-field-name    pic x(100).
           03 rule-required      pic x(1).
           03 rule-max-length    pic 9(4) usage comp-5.
       01 email-file-status      pic xx.
       01 email-timestamp        pic x(21).
       01 email-to               pic x(100).
       01 email-subject          pic x(100).
       01 email-body             pic x(300).
       01 submitter-email        pic x(100).
       01 submission-id-display  pic z(9)9.

      *> Attribution - the page the form was sent from (showform's
      *> hidden _origin field, else this post's own Referer when it
      *> is one of our addresses) and the external address the
      *> visit arrived from (the visit_ref cookie router.cbl sets on
      *> the visit's first outside arrival). Both lead the
      *> flattened fields after the form name, as "_page=" and
      *> "_ref=", for the monthly form conversion report.
       01 origin-page            pic x(100).
       01 visit-referrer         pic x(100).
       01 origin-referrer        pic x(200).
       01 origin-host            pic x(100).
       01 request-host           pic x(100).
       01 origin-scheme-len      pic 9(4) usage comp-5.
       01 origin-host-start      pic 9(4) usage comp-5.
       01 origin-path-start      pic 9(4) usage comp-5.

      *> File fields - each posted file is checked against its
      *> field's rule (allowed extensions, size in KB; a field with
      *> no rule on file gets the defaults below), then filed
      *> through media.cbl into the private collection and linked
      *> to the submission once it has an id.
       01 file-rule-status       pic xx.
       01 attachment-status      pic xx.
       01 default-file-accept    pic x(60)
           value "pdf,doc,docx,jpg,jpeg,png,gif,txt".
       01 default-file-max-kb    pic 9(8) value 5120.
       01 file-accept            pic x(60).
       01 file-max-kb            pic 9(8).
       01 file-max-display       pic z(7)9.
       01 file-part-index        pic 99 usage comp-5.
       01 file-extension         pic x(10).
       01 file-ext-pos           pic 9(4) usage comp-5.
       01 accept-haystack        pic x(64).
       01 accept-needle          pic x(12).
       01 accept-tally           pic 9(4) usage comp-5.
       01 file-field-flag        pic x(1).
       01 attachment-count       pic 99 usage comp-5 value 0.
       01 attachment-index       pic 99 usage comp-5.
       01 attachments occurs 10 times.
           03 att-field-name     pic x(50).
           03 att-part-index     pic 99 usage comp-5.
           03 att-media-id       pic 9(10).
           03 att-original-name  pic x(200).
           03 att-mime-type      pic x(100).
           03 att-file-size      pic 9(10).

      *> media.cbl's LINKAGE shape with local names.
       01 media-request.
           03 media-action          pic x(20).
           03 media-id-in           pic 9(10).
           03 media-filename        pic x(255).
           03 media-original-name   pic x(255).
           03 media-file-size       pic 9(10).
           03 media-mime-type       pic x(100).
           03 media-uploaded-by     pic x(50).
           03 media-alt-text        pic x(255).
           03 media-description     pic x(500).
           03 media-file-content-path pic x(200).
           03 media-site-id         pic x(20).

       01 media-response.
           03 media-success         pic x(1).
           03 media-resp-message    pic x(200).
           03 media-data-out.
               05 out-media-id        pic 9(10).
               05 out-filename        pic x(255).
               05 out-file-path       pic x(500).
               05 out-mime-type       pic x(100).
               05 out-file-size       pic 9(10).
               05 out-thumbnail-path  pic x(500).

      *> message-templates.cbl's LINKAGE shape with local names -
      *> the wording of every mail comes from the template store,
      *> with the built-in text as the last fallback.
       01 template-request.
           03 msg-action        pic x(10).
           03 msg-type          pic x(30).
           03 msg-language      pic x(5).
           03 msg-index         pic 99.
           03 msg-subject-in    pic x(100).
           03 msg-body-in       pic x(500).
           03 msg-changed-by    pic x(50).
           03 msg-value-count   pic 99.
           03 msg-values occurs 8 times.
               05 msg-value-name pic x(30).
               05 msg-value-text pic x(250).

       01 template-response.
           03 msg-success       pic x(1).
           03 msg-message       pic x(200).
           03 msg-subject       pic x(100).
           03 msg-body          pic x(500).
           03 msg-source        pic x(10).
           03 msg-language-used pic x(5).
           03 msg-placeholders  pic x(120).
           03 msg-languages-stored pic x(60).

      *> field-cipher.cbl's LINKAGE shape with local names - the
      *> submitted fields and every queued mail line are sealed at
      *> rest, like every other piece of personal data.
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
       01 path-values.
          05 path-query-values           occurs 10 times.
               perform score-submission-for-spam
           end-if

           *> Files go to media.cbl before the write lock below is
           *> taken - media takes that same lock for itself.
           if validation-failed = "N"
               perform store-attachments
           end-if

           display "Content-Type: text/html"
           display " "

               display "<h2>Form Submission Failed</h2>"
               display "<p>The site is busy right now - please try"
                   " again in a moment.</p>"
               perform erase-stored-attachments
           else
           if submission-quarantined = "Y"
               perform persist-submission
               perform record-attachment-links
               *> The sender sees an ordinary acknowledgment - a
               *> quarantined bot learns nothing, and the rare person
               *> caught by the score loses nothing since the queue
                   " received.</p>"
           else
               perform persist-submission
               perform record-attachment-links
               perform queue-submission-mails

               display "<h2>Form Submission Results</h2>"
           perform release-write-lock
           end-if

           perform discard-upload-temp-files
           goback.

       seed-field-rules.
           move 6 to field-rule-count
           move "name" to rule-field-name(1)
           move "Y" to rule-required(1)
           move 0100 to rule-max-length(1)
           move "website" to rule-field-name(5)
           move "N" to rule-required(5)
           move 0200 to rule-max-length(5)
           move "ANY" to rule-pattern(5)

           *> The originating page showform adds - absent when the
           *> form was not opened through it.
           move "_origin" to rule-field-name(6)
           move "N" to rule-required(6)
           move 0100 to rule-max-length(6)
           move "ANY" to rule-pattern(6).

       find-rule-for-field.
           move 0 to matched-rule-index
                   perform find-rule-for-field
                   perform validate-one-field
               end-perform
           end-if
           if form-def-found = "Y"
               perform validate-attachments
           end-if.

       load-posted-form-definition.
                   to rule-field-name(field-rule-count)
               move ff-required(def-field-index)
                   to rule-required(field-rule-count)
               *> A file field's presence is checked against the
               *> uploaded parts - an empty file input still posts
               *> its name with no value, which must not fail here.
               if function trim(ff-type(def-field-index)) = "file"
                   move "N" to rule-required(field-rule-count)
               end-if
               if function trim(ff-type(def-field-index))
                   = "textarea"
                   move 2000 to rule-max-length(field-rule-count)
           move "N" to rule-required(field-rule-count)
           move 0050 to rule-max-length(field-rule-count)
           move "ANY" to rule-pattern(field-rule-count)
           add 1 to field-rule-count
           move "_origin" to rule-field-name(field-rule-count)
           move "N" to rule-required(field-rule-count)
           move 0100 to rule-max-length(field-rule-count)
           move "ANY" to rule-pattern(field-rule-count)

           *> A definition also means missing required fields have
           *> to be caught even when the bot leaves them out of the
           perform varying def-field-index from 1 by 1
               until def-field-index > fm-field-count
               if ff-required(def-field-index) = "Y"
                   and function trim(ff-type(def-field-index))
                       not = "file"
                   perform check-required-field-present
               end-if
           end-perform.
           *> workflow as "pending" so nobody has to remember to
           *> check a log file.
           *> The form's name leads the flattened field list, so
           *> the submissions browser can filter per form; the
           *> attribution tags follow it.
           perform find-submission-attribution
           move function concatenate(
               "_form=", function trim(submitted-form-name),
               "|_page=", function trim(origin-page)
           ) to submission-fields
           if visit-referrer not = spaces
               move function concatenate(
                   function trim(submission-fields),
                   "|_ref=", function trim(visit-referrer)
               ) to submission-fields
           end-if
           perform varying i from 1 by 1
               until i > body-param-count
               perform check-file-field-name
               if body-param-name(i) not = "form_name"
                   and body-param-name(i) not = "_origin"
                   and file-field-flag = "N"
                   move function concatenate(
                       function trim(submission-fields), "|",
                       function trim(body-param-name(i)), "=",
                   ) to submission-fields
               end-if
           end-perform
           *> A file field reads as the name the file was sent
           *> under; the bytes are reached through the link rows.
           perform varying attachment-index from 1 by 1
               until attachment-index > attachment-count
               move function concatenate(
                   function trim(submission-fields), "|",
                   function trim(att-field-name(attachment-index)),
                   "=", function trim(
                       att-original-name(attachment-index))
               ) to submission-fields
           end-perform

           open i-o submission-master
           if submission-file-status = "35"
           else
               move "pending" to fs-status
           end-if
           move "encrypt" to cipher-action
           move 1900 to cipher-width
           move submission-fields to cipher-text
           call "field-cipher" using cipher-request cipher-response
           move cipher-result(1:1900) to fs-fields
           write submission-master-record
               invalid key
                   continue
           end-write
           close submission-master.

       find-submission-attribution.
           move spaces to origin-page
           perform varying i from 1 by 1
               until i > body-param-count
               if body-param-name(i) = "_origin"
                   move body-param-value(i)(1:100) to origin-page
               end-if
           end-perform
           if origin-page = spaces
               perform origin-from-post-referrer
           end-if
           *> The tag separators must not appear inside a value.
           inspect origin-page replacing all "|" by "/"
               all "=" by "-"
           if origin-page = spaces
               move "-" to origin-page
           end-if

           move spaces to visit-referrer
           perform varying i from 1 by 1
               until i > cookie-count
               if cookie-name(i) = "visit_ref"
                   move cookie-value(i)(1:100) to visit-referrer
               end-if
           end-perform
           inspect visit-referrer replacing all "|" by "/".

       origin-from-post-referrer.
           *> A form written straight into a page posts from that
           *> page - its Referer, when it is one of our addresses.
           move spaces to origin-referrer
           move spaces to request-host
           accept origin-referrer from environment "HTTP_REFERER"
           accept request-host from environment "HTTP_HOST"
           if origin-referrer = spaces or request-host = spaces
               exit paragraph
           end-if
           move 0 to origin-scheme-len
           inspect origin-referrer tallying origin-scheme-len
               for characters before initial "://"
           compute origin-host-start = origin-scheme-len + 4
           if origin-host-start >= 200
               exit paragraph
           end-if
           perform varying origin-path-start
               from origin-host-start by 1
               until origin-path-start > 200
               or origin-referrer(origin-path-start:1) = "/"
               continue
           end-perform
           if origin-path-start > 200
               or origin-path-start = origin-host-start
               exit paragraph
           end-if
           move origin-referrer(origin-host-start:
               origin-path-start - origin-host-start) to origin-host
           if function trim(origin-host)
               = function trim(request-host)
               unstring origin-referrer(origin-path-start:)
                   delimited by "?" or "#" or space
                   into origin-page
               end-unstring
           end-if.

       check-file-field-name.
           *> file-field-flag answers whether body-param-name(i) is
           *> one of the definition's file fields.
           move "N" to file-field-flag
           if form-def-found not = "Y"
               exit paragraph
           end-if
           perform varying def-field-index from 1 by 1
               until def-field-index > fm-field-count
               if function trim(ff-type(def-field-index)) = "file"
                   and function trim(ff-name(def-field-index))
                       = function trim(body-param-name(i))
                   move "Y" to file-field-flag
                   exit perform
               end-if
           end-perform.

       validate-attachments.
           move 0 to attachment-count
           perform varying def-field-index from 1 by 1
               until def-field-index > fm-field-count
               if function trim(ff-type(def-field-index)) = "file"
                   perform validate-one-attachment
               end-if
           end-perform.

       validate-one-attachment.
           move 0 to file-part-index
           perform varying i from 1 by 1
               until i > multipart-part-count or i > 10
               if function trim(multipart-field-name(i))
                   = function trim(ff-name(def-field-index))
                   and multipart-filename(i) not = spaces
                   move i to file-part-index
                   exit perform
               end-if
           end-perform
           if file-part-index = 0
               if ff-required(def-field-index) = "Y"
                   move function concatenate(
                       function trim(ff-name(def-field-index)),
                       " is required"
                   ) to validation-error-text
                   perform add-validation-error
               end-if
               exit paragraph
           end-if

           perform load-file-rule
           if request-too-large = "Y"
               or multipart-data-length(file-part-index)
                   > file-max-kb * 1024
               move file-max-kb to file-max-display
               move function concatenate(
                   function trim(ff-name(def-field-index)),
                   " is larger than the allowed ",
                   function trim(file-max-display), " KB"
               ) to validation-error-text
               perform add-validation-error
               exit paragraph
           end-if

           perform find-file-extension
           move spaces to accept-haystack
           move function concatenate(
               ",", function lower-case(function trim(file-accept)),
               ","
           ) to accept-haystack
           move spaces to accept-needle
           move function concatenate(
               ",", function trim(file-extension), ","
           ) to accept-needle
           move 0 to accept-tally
           if file-extension not = spaces
               inspect accept-haystack tallying accept-tally
                   for all accept-needle(1:
                       function length(function trim(accept-needle)))
           end-if
           if accept-tally = 0
               move function concatenate(
                   function trim(ff-name(def-field-index)),
                   " must be one of: ", function trim(file-accept)
               ) to validation-error-text
               perform add-validation-error
               exit paragraph
           end-if

           if attachment-count < 10
               add 1 to attachment-count
               move ff-name(def-field-index)
                   to att-field-name(attachment-count)
               move file-part-index to att-part-index(attachment-count)
               move 0 to att-media-id(attachment-count)
               move multipart-filename(file-part-index)
                   to att-original-name(attachment-count)
               *> The separators of the flattened field list must
               *> not appear inside the name it is shown under.
               inspect att-original-name(attachment-count)
                   replacing all "|" by "_" all "=" by "_"
               move multipart-content-type(file-part-index)
                   to att-mime-type(attachment-count)
               move multipart-data-length(file-part-index)
                   to att-file-size(attachment-count)
           end-if.

       load-file-rule.
           move default-file-accept to file-accept
           move default-file-max-kb to file-max-kb
           open input file-rule-master
           if file-rule-status not = "00"
               exit paragraph
           end-if
           move submitted-form-name to frl-form-name
           move ff-name(def-field-index) to frl-field-name
           read file-rule-master
               invalid key
                   continue
               not invalid key
                   if frl-accept not = spaces
                       move frl-accept to file-accept
                   end-if
                   if frl-max-kb > 0
                       move frl-max-kb to file-max-kb
                   end-if
           end-read
           close file-rule-master
           move spaces to file-rule-status.

       find-file-extension.
           *> Lower-cased, without the dot - "CV.PDF" checks as pdf.
           move spaces to file-extension
           move function length(
               function trim(multipart-filename(file-part-index)))
               to file-ext-pos
           perform until file-ext-pos < 1
               or multipart-filename(file-part-index)(file-ext-pos:1)
                   = "."
               subtract 1 from file-ext-pos
           end-perform
           if file-ext-pos > 0 and file-ext-pos < 200
               move function lower-case(
                   multipart-filename(file-part-index)
                       (file-ext-pos + 1:))
                   to file-extension
           end-if.

       store-attachments.
           perform varying attachment-index from 1 by 1
               until attachment-index > attachment-count
               or validation-failed = "Y"
               move spaces to media-request
               move "attach" to media-action
               move att-part-index(attachment-index) to file-part-index
               move att-original-name(attachment-index)
                   to media-filename
               move att-original-name(attachment-index)
                   to media-original-name
               move att-file-size(attachment-index) to media-file-size
               move att-mime-type(attachment-index) to media-mime-type
               move function concatenate(
                   "Attachment to a '",
                   function trim(submitted-form-name),
                   "' form submission, field ",
                   function trim(att-field-name(attachment-index))
               ) to media-description
               move multipart-temp-path(file-part-index)
                   to media-file-content-path
               call "media" using media-request media-response
               if media-success = "Y"
                   move out-media-id to att-media-id(attachment-index)
               else
                   move function concatenate(
                       function trim(att-field-name(attachment-index)),
                       " could not be accepted: ",
                       function trim(media-resp-message)
                   ) to validation-error-text
                   perform add-validation-error
               end-if
           end-perform
           if validation-failed = "Y"
               perform erase-stored-attachments
           end-if.

       erase-stored-attachments.
           *> A submission that is not kept keeps none of its files.
           perform varying attachment-index from 1 by 1
               until attachment-index > attachment-count
               if att-media-id(attachment-index) > 0
                   move spaces to media-request
                   move "erase" to media-action
                   move att-media-id(attachment-index) to media-id-in
                   call "media" using media-request media-response
                   move 0 to att-media-id(attachment-index)
               end-if
           end-perform.

       record-attachment-links.
           if attachment-count = 0
               exit paragraph
           end-if
           open i-o attachment-master
           if attachment-status = "35"
               open output attachment-master
               close attachment-master
               open i-o attachment-master
           end-if
           perform varying attachment-index from 1 by 1
               until attachment-index > attachment-count
               if att-media-id(attachment-index) > 0
                   move next-submission-id to fa-submission-id
                   move att-field-name(attachment-index)
                       to fa-field-name
                   move att-media-id(attachment-index) to fa-media-id
                   move att-original-name(attachment-index)
                       to fa-original-name
                   move att-mime-type(attachment-index)
                       to fa-mime-type
                   move att-file-size(attachment-index)
                       to fa-file-size
                   write attachment-record
                       invalid key
                           rewrite attachment-record
                   end-write
               end-if
           end-perform
           close attachment-master.

       discard-upload-temp-files.
           *> Whatever media.cbl did not move into place - a file
           *> part on a form with no file field, or a post that
           *> failed validation - goes now rather than piling up
           *> under uploads/.
           perform varying i from 1 by 1
               until i > multipart-part-count or i > 10
               if multipart-temp-path(i) not = spaces
                   call "CBL_DELETE_FILE"
                       using multipart-temp-path(i)
               end-if
           end-perform.

       queue-submission-mails.
           *> Only rows that landed in the ordinary pending queue
           *> mail anyone - a quarantined submission must trigger
           end-if
           if function trim(fm-notify-email) not = spaces
               move fm-notify-email to email-to
               move next-submission-id to submission-id-display
               initialize template-request
               move "form-submission-notice" to msg-type
               move 3 to msg-value-count
               move "id" to msg-value-name(1)
               move function trim(submission-id-display)
                   to msg-value-text(1)
               move "form" to msg-value-name(2)
               move submitted-form-name to msg-value-text(2)
               move "fields" to msg-value-name(3)
               move submission-fields(1:120) to msg-value-text(3)
               perform render-message-template
               perform queue-one-notification
           end-if
           if fm-ack-enabled = "Y"
               perform find-submitter-email
               if submitter-email not = spaces
                   move submitter-email to email-to
                   initialize template-request
                   move "form-acknowledgement" to msg-type
                   move 1 to msg-value-count
                   move "form" to msg-value-name(1)
                   move submitted-form-name to msg-value-text(1)
                   perform render-message-template
                   *> A form's own acknowledgement text still wins
                   *> over the site-wide wording.
                   if function trim(fm-ack-text) not = spaces
                       move fm-ack-text to email-body
                   end-if
                   perform queue-one-notification
               end-if
           end-if.

       render-message-template.
           *> msg-type and msg-values are set by the caller; the
           *> stored wording for it comes back filled in.
           move "render" to msg-action
           call "message-templates" using template-request
               template-response
           move msg-subject to email-subject
           move msg-body to email-body.

       find-submitter-email.
           *> The value of the definition's email-typed field - it
           *> already passed the EMAIL shape check during
               " | subject:", function trim(email-subject),
               " | ", function trim(email-body)
           ) to email-notification-line
           move "seal-line" to cipher-action
           move 300 to cipher-width
           move email-notification-line to cipher-text
           call "field-cipher" using cipher-request cipher-response
           move cipher-result to email-notification-line
           write email-notification-line
           close email-notification-log.

