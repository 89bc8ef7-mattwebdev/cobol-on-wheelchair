       identification division.
       program-id. email-drafts.

       environment division.
       input-output section.
       file-control.
      *> The submission mailbox's spool - the mail system drops each
      *> message it accepts for the address as one file in
      *> mail/incoming/. Handled messages move to mail/processed/,
      *> refused ones to mail/rejected/, so a rerun never creates
      *> the same draft twice.
           select spool-listing
               assign to "data/mail-listing.tmp"
               organization is line sequential
               file status is listing-file-status.

           select message-file
               assign to message-path
               organization is line sequential
               file status is message-file-status.

      *> An image part's base64 lines, written out as they are read
      *> and turned back into the image file once the part ends.
           select attach-file
               assign to attach-b64-path
               organization is line sequential
               file status is attach-file-status.

      *> Who may submit - one address per line, or "@domain" for
      *> everyone at a domain. Lines starting "#" are comments.
           select sender-list
               assign to "data/email-submit-senders.conf"
               organization is line sequential
               file status is sender-list-status.

           select user-master
               assign to "data/users.dat"
               organization is indexed
               access mode is dynamic
               record key is mf-user-id
               file status is user-file-status.

           select email-notification-log
               assign to "data/email-notifications.log"
               organization is line sequential
               file status is email-file-status.

           select report-file
               assign to "data/email-drafts-report.txt"
               organization is line sequential
               file status is report-file-status.

       data division.
       file section.
       fd  spool-listing.
       01  listing-line         pic x(255).

       fd  message-file.
       01  message-record       pic x(4096).

       fd  attach-file.
       01  attach-record        pic x(1000).

       fd  sender-list.
       01  sender-list-line     pic x(200).

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

       fd  email-notification-log.
       01  email-notification-line pic x(300).

       fd  report-file.
       01  report-line          pic x(300).

       working-storage section.
       01 listing-file-status  pic xx.
       01 message-file-status  pic xx.
       01 attach-file-status   pic xx.
       01 sender-list-status   pic xx.
       01 user-file-status     pic xx.
       01 email-file-status    pic xx.
       01 report-file-status   pic xx.

       01 listing-command      pic x(200) value spaces.
       01 decode-command       pic x(600).
       01 system-rc            pic s9(9) usage comp-5.
       01 file-op-result       pic s9(9) usage comp-5.
       01 file-details.
           03 file-size         pic x(8) usage comp-x.
           03 filler            pic x(8).

       01 message-name         pic x(255).
       01 message-path         pic x(300).
       01 message-line         pic x(4096).
       01 message-line-len     pic 9(4) usage comp-5.
       01 moved-path           pic x(300).

      *> The allow-list, loaded once per run.
       01 sender-table.
           03 allowed-count     pic 9(4) usage comp-5 value 0.
           03 allowed-entry occurs 200 times pic x(100).
       01 allowed-index        pic 9(4) usage comp-5.

      *> Parse state for the message in hand. parse-phase: H top
      *> headers, P a MIME part's headers, B a body. part-role says
      *> what the body lines in hand are for: T the draft's text,
      *> A an image attachment, C a nested multipart, I ignored.
       01 parse-phase          pic x(1).
       01 part-role            pic x(1).
       01 header-buffer        pic x(2000).
       01 header-name          pic x(40).
       01 header-value         pic x(2000).
       01 colon-pos            pic 9(4) usage comp-5.

       01 msg-from             pic x(300).
       01 msg-subject          pic x(1000).
       01 msg-auto-submitted   pic x(1).
       01 top-content-type     pic x(100).
       01 top-encoding         pic x(30).
       01 part-content-type    pic x(100).
       01 part-encoding        pic x(30).
       01 part-disposition     pic x(20).
       01 part-filename        pic x(255).
       01 text-captured        pic x(1).
       01 in-signature         pic x(1).

       01 boundary-table.
           03 boundary-count    pic 9 usage comp-5.
           03 boundary-entry occurs 5 times pic x(100).
       01 boundary-index       pic 9 usage comp-5.
       01 boundary-len         pic 9(4) usage comp-5.
       01 boundary-hit         pic x(1).

       01 sender-address       pic x(100).
       01 sender-display       pic x(100).
       01 sender-allowed       pic x(1).
       01 sender-automated     pic x(1).
       01 sender-domain        pic x(100).
       01 sender-local         pic x(100).
       01 angle-open           pic 9(4) usage comp-5.
       01 angle-close          pic 9(4) usage comp-5.
       01 at-pos               pic 9(4) usage comp-5.

       01 draft-title          pic x(200).
       01 draft-type           pic x(20).
       01 draft-author         pic x(50).
       01 draft-assignee       pic x(50).
       01 draft-id             pic x(10).
       01 account-username     pic x(50).
       01 account-role         pic x(20).
       01 default-editor       pic x(50).

      *> The draft's body as it is gathered. Held back from the
      *> full body width so the image shortcodes always fit after
      *> the text.
       01 body-text            pic x(12000).
       01 body-len             pic 9(8) usage comp-5.
       01 body-limit           pic 9(8) usage comp-5 value 11600.
       01 body-truncated       pic x(1).
       01 append-char          pic x(1).

       01 message-notes        pic x(300).
       01 reject-reason        pic x(200).

      *> Image parts decoded for the message in hand - uploaded once
      *> the message is known to be acceptable.
       01 attach-table.
           03 attach-count      pic 99 usage comp-5.
           03 attach-row occurs 10 times.
               05 at-name        pic x(255).
               05 at-mime        pic x(100).
               05 at-path        pic x(200).
               05 at-media-id    pic 9(10).
       01 attach-index         pic 99 usage comp-5.
       01 attach-seq           pic 9(6) usage comp-5 value 0.
       01 attach-seq-display   pic 9(6).
       01 attach-b64-path      pic x(200).
       01 attach-extension     pic x(10).
       01 images-linked        pic 99 usage comp-5.
       01 share-image-id       pic 9(10).
       01 share-image-text     pic x(10).

      *> Streamed base64 decoding - the quantum in hand carries
      *> from one line to the next, so a part wrapped at any width
      *> decodes the same.
       01 dec-in               pic x(4096).
       01 dec-in-len           pic 9(4) usage comp-5.
       01 dec-out              pic x(4096).
       01 dec-out-len          pic 9(4) usage comp-5.
       01 dec-pos              pic 9(4) usage comp-5.
       01 dec-char             pic x(1).
       01 dec-value            pic 9(3) usage comp-5.
       01 dec-byte             pic 9(3) usage comp-5.
       01 b64-have             pic 9 usage comp-5.
       01 b64-quantum.
           03 b64-sextet occurs 4 times pic 99 usage comp-5.
       01 qp-soft-break        pic x(1).
       01 hex-char             pic x(1).
       01 hex-nibble           pic 99 usage comp-5.
       01 hex-high             pic 99 usage comp-5.

      *> RFC 2047 encoded words in the subject, sender name and
      *> attachment names.
       01 hw-in                pic x(1000).
       01 hw-out               pic x(1000).
       01 hw-in-len            pic 9(4) usage comp-5.
       01 hw-out-len           pic 9(4) usage comp-5.
       01 hw-pos               pic 9(4) usage comp-5.
       01 hw-q1                pic 9(4) usage comp-5.
       01 hw-end               pic 9(4) usage comp-5.
       01 hw-scan              pic 9(4) usage comp-5.
       01 hw-pos-after         pic 9(4) usage comp-5.
       01 hw-encoding          pic x(1).
       01 hw-word-ok           pic x(1).

      *> Header parameter lookup (boundary=, name=, filename=).
       01 hp-name              pic x(20).
       01 hp-name-len          pic 99 usage comp-5.
       01 hp-lower             pic x(2000).
       01 hp-result            pic x(255).
       01 hp-pos               pic 9(4) usage comp-5.
       01 hp-start             pic 9(4) usage comp-5.
       01 hp-end               pic 9(4) usage comp-5.
       01 hp-value-len         pic 9(4) usage comp-5.

       01 esc-source           pic x(12000).
       01 esc-result           pic x(24000).
       01 esc-pos              pic 9(8) usage comp-5.
       01 esc-out-pos          pic 9(8) usage comp-5.
       01 esc-len              pic 9(8) usage comp-5.
       01 esc-title            pic x(400).
       01 esc-author           pic x(100).
       01 esc-assignee         pic x(100).

       01 id-display           pic z(9)9.
       01 count-display        pic z9.
       01 scan-pos             pic 9(8) usage comp-5.
       01 email-timestamp      pic x(21).

       01 report-counts.
           03 messages-read     pic 9(4) value 0.
           03 drafts-created    pic 9(4) value 0.
           03 messages-rejected pic 9(4) value 0.
           03 bounces-queued    pic 9(4) value 0.

      *> business-date.cbl's LINKAGE shape with local names.
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

      *> settings.cbl's LINKAGE shape with local names.
       01 settings-request.
           03 settings-action   pic x(10).
           03 settings-key      pic x(40).
           03 settings-value    pic x(200).

       01 settings-response.
           03 settings-success  pic x(1).
           03 settings-message  pic x(200).
           03 settings-value-out pic x(200).

      *> field-cipher.cbl's LINKAGE shape with local names - account
      *> emails are sealed at rest, and so is every queued mail line.
       01 cipher-request.
           03 cipher-action     pic x(12).
           03 cipher-width      pic 9(4).
           03 cipher-text       pic x(2000).

       01 cipher-response.
           03 cipher-success    pic x(1).
           03 cipher-message    pic x(200).
           03 cipher-result     pic x(2000).
           03 cipher-key-version pic x(1).

      *> message-templates.cbl's LINKAGE shape with local names -
      *> the wording of every mail comes from the template store,
      *> with the built-in text as the last fallback.
       01 template-request.
           03 tpl-action        pic x(10).
           03 tpl-type          pic x(30).
           03 tpl-language      pic x(5).
           03 tpl-index         pic 99.
           03 tpl-subject-in    pic x(100).
           03 tpl-body-in       pic x(500).
           03 tpl-changed-by    pic x(50).
           03 tpl-value-count   pic 99.
           03 tpl-values occurs 8 times.
               05 tpl-value-name pic x(30).
               05 tpl-value-text pic x(250).

       01 template-response.
           03 tpl-success       pic x(1).
           03 tpl-message       pic x(200).
           03 tpl-subject       pic x(100).
           03 tpl-body          pic x(500).
           03 tpl-source        pic x(10).
           03 tpl-language-used pic x(5).
           03 tpl-placeholders  pic x(120).
           03 tpl-languages-stored pic x(60).

      *> media.cbl's LINKAGE shape with local names - attachments go
      *> through the same pipeline an interactive upload takes.
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
           03 media-site-id        pic x(20).

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

      *> database-interface.cbl's LINKAGE shape with local names -
      *> the draft is created through the API like any other, so
      *> validation, revisions and the search index all apply.
       01 db-request.
           03 db-action         pic x(20).
           03 db-collection     pic x(20).
           03 db-operation      pic x(20).
           03 db-data-json      pic x(30000).
           03 db-filters        pic x(500).
           03 db-changed-by     pic x(50).
           03 db-api-key        pic x(64).
           03 db-caller-role    pic x(20).
           03 db-site-id        pic x(20).

       01 db-response.
           03 db-success        pic x(1).
           03 db-resp-message   pic x(200).
           03 db-resp-data-json pic x(30000).
           03 db-item-count     pic 9(10).

       01 db-api-key-value      pic x(64)
           value "nodebol-email-drafts-svc-db-service-key-2024".

      *> notifications.cbl's LINKAGE shape with local names.
       01 notify-request.
           03 notify-action     pic x(15).
           03 notify-user       pic x(50).
           03 notify-text       pic x(200).

       01 notify-response.
           03 notify-success    pic x(1).
           03 notify-message    pic x(200).
           03 notify-unread     pic 9(6).

      *> Submission by email - contributors in the field mail a post
      *> to the submission address and it waits in the editors'
      *> queue as a draft: the subject is the title, the plain-text
      *> body is the body, image attachments are uploaded and linked
      *> into it. The draft is assigned to the sender's account, or
      *> to the default editor when the sender has none. A message
      *> that cannot become a draft is bounced with the reason
      *> (never to an automated sender), and each run writes a
      *> report of what was created and what was refused.
       procedure division.

       main-paragraph.
           perform get-business-date.
           perform load-allowed-senders.
           if allowed-count = 0
               display function concatenate(
                   "email-drafts: no senders allow-listed in ",
                   "data/email-submit-senders.conf - spool left as is"
               )
               goback
           end-if.

           perform list-spool.
           open input spool-listing.
           if listing-file-status not = "00"
               display "email-drafts: no mail spool - nothing to do"
               goback
           end-if.

           perform load-draft-settings.
           perform resolve-default-editor.

           open output report-file.
           move function concatenate(
               "Business date: ", bd-date-iso
           ) to report-line.
           write report-line.

           perform until listing-file-status not = "00"
               read spool-listing
                   at end move "10" to listing-file-status
                   not at end
                       move listing-line to message-name
                       if message-name not = spaces
                           and message-name(1:1) not = "."
                           add 1 to messages-read
                           perform process-one-message
                       end-if
               end-read
           end-perform.
           close spool-listing.
           call "CBL_DELETE_FILE" using "data/mail-listing.tmp"
               returning file-op-result.

           if messages-read = 0
               move "No messages in the spool" to report-line
               write report-line
           end-if.
           close report-file.

           perform display-summary.
           goback.

       get-business-date section.
           move "get" to bd-action.
           move spaces to bd-date-in.
           move "email-drafts" to bd-set-by.
           call "business-date" using business-date-request
               business-date-response.

       load-allowed-senders section.
           move 0 to allowed-count.
           open input sender-list.
           if sender-list-status not = "00"
               exit section
           end-if.
           perform until sender-list-status not = "00"
               read sender-list
                   at end move "10" to sender-list-status
                   not at end
                       if function trim(sender-list-line) not = spaces
                           and function trim(sender-list-line)(1:1)
                               not = "#"
                           and allowed-count < 200
                           add 1 to allowed-count
                           move function lower-case(
                               function trim(sender-list-line))
                               to allowed-entry(allowed-count)
                       end-if
               end-read
           end-perform.
           close sender-list.

       list-spool section.
           move function concatenate(
               "mkdir -p mail/incoming mail/processed mail/rejected",
               " && ls -1 mail/incoming > data/mail-listing.tmp",
               " 2>/dev/null"
           ) to listing-command.
           call "SYSTEM" using listing-command returning system-rc.

       load-draft-settings section.
           move "blog_post" to draft-type.
           move "get" to settings-action.
           move "email_drafts_type" to settings-key.
           call "settings" using settings-request settings-response.
           if settings-success = "Y"
               and function trim(settings-value-out) not = spaces
               move function trim(settings-value-out) to draft-type
           end-if.

       resolve-default-editor section.
           *> The email_drafts_editor setting names who gets drafts
           *> from senders with no account; failing that, the first
           *> active editor on file.
           move spaces to default-editor.
           move "get" to settings-action.
           move "email_drafts_editor" to settings-key.
           call "settings" using settings-request settings-response.
           if settings-success = "Y"
               and function trim(settings-value-out) not = spaces
               move function trim(settings-value-out)
                   to default-editor
               exit section
           end-if.
           open input user-master.
           if user-file-status not = "00"
               exit section
           end-if.
           perform until user-file-status not = "00"
               read user-master next record
                   at end move "10" to user-file-status
                   not at end
                       if function trim(mf-role) = "editor"
                           and function trim(mf-acct-status) = "active"
                           move mf-username to default-editor
                           move "10" to user-file-status
                       end-if
               end-read
           end-perform.
           close user-master.

       process-one-message section.
           perform reset-message-state.
           move function concatenate(
               "mail/incoming/", function trim(message-name)
           ) to message-path.
           open input message-file.
           if message-file-status not = "00"
               move function concatenate(
                   "skipped ", function trim(message-name),
                   ": the message could not be read"
               ) to report-line
               write report-line
               exit section
           end-if.
           perform until message-file-status not = "00"
               read message-file into message-line
                   at end move "10" to message-file-status
                   not at end
                       inspect message-line
                           replacing all x"0D" by space
                       perform handle-message-line
               end-read
           end-perform.
           close message-file.

           if parse-phase = "H" or parse-phase = "P"
               perform flush-header
               perform end-of-headers
           end-if.
           perform finish-current-part.

           perform decide-and-create.

           if reject-reason = spaces
               move function concatenate(
                   "mail/processed/", function trim(message-name)
               ) to moved-path
           else
               move function concatenate(
                   "mail/rejected/", function trim(message-name)
               ) to moved-path
           end-if.
           call "CBL_RENAME_FILE" using message-path moved-path
               returning file-op-result.

       reset-message-state section.
           move "H" to parse-phase.
           move "I" to part-role.
           move spaces to header-buffer.
           move spaces to msg-from.
           move spaces to msg-subject.
           move "N" to msg-auto-submitted.
           move spaces to top-content-type.
           move spaces to top-encoding.
           perform reset-part-headers.
           move "N" to text-captured.
           move "N" to in-signature.
           move 0 to boundary-count.
           move spaces to sender-address.
           move spaces to sender-display.
           move "N" to sender-allowed.
           move "N" to sender-automated.
           move spaces to draft-title.
           move spaces to draft-id.
           move spaces to body-text.
           move 0 to body-len.
           move "N" to body-truncated.
           move spaces to message-notes.
           move spaces to reject-reason.
           move 0 to attach-count.
           move 0 to images-linked.
           move 0 to share-image-id.

       reset-part-headers section.
           move spaces to part-content-type.
           move spaces to part-encoding.
           move spaces to part-disposition.
           move spaces to part-filename.

       handle-message-line section.
           if parse-phase = "B"
               perform handle-body-line
               exit section
           end-if.
           *> Header lines: a blank line ends the block; a line that
           *> starts with white space continues the one before it.
           if message-line = spaces
               perform flush-header
               perform end-of-headers
               exit section
           end-if.
           if message-line(1:1) = space or message-line(1:1) = x"09"
               inspect message-line replacing all x"09" by space
               if function length(function trim(header-buffer))
                   < 1900
                   move function concatenate(
                       function trim(header-buffer), " ",
                       function trim(message-line)
                   ) to header-buffer
               end-if
               exit section
           end-if.
           perform flush-header.
           move message-line(1:2000) to header-buffer.

       flush-header section.
           if header-buffer = spaces
               exit section
           end-if.
           move 0 to colon-pos.
           inspect header-buffer tallying colon-pos
               for characters before initial ":".
           if colon-pos = 0 or colon-pos >= 2000
               move spaces to header-buffer
               exit section
           end-if.
           move function lower-case(
               function trim(header-buffer(1:colon-pos)))
               to header-name.
           move function trim(header-buffer(colon-pos + 2:))
               to header-value.
           move spaces to header-buffer.

           if parse-phase = "H"
               evaluate header-name
                   when "from"
                       move header-value(1:300) to msg-from
                   when "subject"
                       move header-value(1:1000) to msg-subject
                   when "auto-submitted"
                       if function lower-case(
                           function trim(header-value)) not = "no"
                           move "Y" to msg-auto-submitted
                       end-if
                   when "precedence"
                       evaluate function lower-case(
                           function trim(header-value))
                           when "bulk"
                           when "junk"
                           when "list"
                               move "Y" to msg-auto-submitted
                       end-evaluate
                   when "content-type"
                       perform take-content-type
                       move part-content-type to top-content-type
                   when "content-transfer-encoding"
                       move function lower-case(
                           function trim(header-value))
                           to top-encoding
               end-evaluate
               exit section
           end-if.

           evaluate header-name
               when "content-type"
                   perform take-content-type
               when "content-transfer-encoding"
                   move function lower-case(
                       function trim(header-value))
                       to part-encoding
               when "content-disposition"
                   move function lower-case(
                       function trim(header-value))
                       to part-disposition
                   inspect part-disposition replacing
                       all ";" by space
                   move "filename" to hp-name
                   perform get-header-param
                   if hp-result not = spaces
                       move hp-result to part-filename
                   end-if
           end-evaluate.

       take-content-type section.
           *> The media type itself, plus the boundary of a multipart
           *> (pushed so nested parts are recognised) and the name a
           *> part was given.
           move spaces to part-content-type.
           move 0 to hp-pos.
           inspect header-value tallying hp-pos
               for characters before initial ";".
           if hp-pos > 100
               move 100 to hp-pos
           end-if.
           if hp-pos > 0
               move function lower-case(
                   function trim(header-value(1:hp-pos)))
                   to part-content-type
           end-if.
           if part-content-type(1:10) = "multipart/"
               move "boundary" to hp-name
               perform get-header-param
               if hp-result not = spaces and boundary-count < 5
                   add 1 to boundary-count
                   move hp-result(1:100)
                       to boundary-entry(boundary-count)
               end-if
           end-if.
           if part-filename = spaces
               move "name" to hp-name
               perform get-header-param
               if hp-result not = spaces
                   move hp-result to part-filename
               end-if
           end-if.

       get-header-param section.
           *> Finds name=value (quoted or not) among header-value's
           *> parameters; the value keeps its case.
           move spaces to hp-result.
           move function lower-case(header-value) to hp-lower.
           move function length(function trim(hp-name)) to hp-name-len.
           move 0 to hp-start.
           perform varying hp-pos from 2 by 1
               until hp-pos > 1990 or hp-start > 0
               if hp-lower(hp-pos:hp-name-len + 1) =
                   function concatenate(
                       function trim(hp-name), "=")
                   and (hp-lower(hp-pos - 1:1) = ";"
                       or hp-lower(hp-pos - 1:1) = space)
                   compute hp-start = hp-pos + hp-name-len + 1
               end-if
           end-perform.
           if hp-start = 0
               exit section
           end-if.
           if header-value(hp-start:1) = '"'
               add 1 to hp-start
               move hp-start to hp-end
               perform until hp-end > 2000
                   or header-value(hp-end:1) = '"'
                   add 1 to hp-end
               end-perform
           else
               move hp-start to hp-end
               perform until hp-end > 2000
                   or header-value(hp-end:1) = ";"
                   or header-value(hp-end:1) = space
                   add 1 to hp-end
               end-perform
           end-if.
           compute hp-value-len = hp-end - hp-start.
           if hp-value-len > 255
               move 255 to hp-value-len
           end-if.
           if hp-value-len > 0
               move header-value(hp-start:hp-value-len) to hp-result
           end-if.

       end-of-headers section.
           if parse-phase = "H"
               perform read-sender
               if top-content-type(1:10) = "multipart/"
                   and boundary-count > 0
                   *> The preamble before the first boundary is
                   *> never part of the message.
                   move "B" to parse-phase
                   move "C" to part-role
                   exit section
               end-if
               move top-content-type to part-content-type
               move top-encoding to part-encoding
           end-if.
           move "B" to parse-phase.
           perform start-part-body.

       start-part-body section.
           move "I" to part-role.
           move 0 to b64-have.
           move "N" to in-signature.
           if sender-allowed not = "Y"
               *> Refused whatever it holds - nothing to decode.
               exit section
           end-if.
           if part-content-type(1:10) = "multipart/"
               move "C" to part-role
               exit section
           end-if.
           if (part-content-type = "text/plain"
               or part-content-type = spaces)
               and part-disposition(1:10) not = "attachment"
               and text-captured = "N"
               move "T" to part-role
               move "Y" to text-captured
               exit section
           end-if.
           if part-content-type(1:6) = "image/"
               if part-encoding = "base64" and attach-count < 10
                   perform open-attachment
               else
                   perform note-skipped-image
               end-if
               exit section
           end-if.
           if part-filename not = spaces
               move part-filename to hw-in
               perform decode-header-words
               move function concatenate(
                   function trim(message-notes), "; ignored ",
                   function trim(hw-out(1:80)), " (not an image)"
               ) to message-notes
           end-if.

       note-skipped-image section.
           move part-filename to hw-in.
           perform decode-header-words.
           if hw-out = spaces
               move "an image" to hw-out
           end-if.
           move function concatenate(
               function trim(message-notes), "; ignored ",
               function trim(hw-out(1:80)), " (too many images or",
               " not base64-encoded)"
           ) to message-notes.

       open-attachment section.
           add 1 to attach-seq.
           move attach-seq to attach-seq-display.
           add 1 to attach-count.
           move part-filename to hw-in.
           perform decode-header-words.
           move hw-out(1:255) to at-name(attach-count).
           move part-content-type to at-mime(attach-count).
           move 0 to at-media-id(attach-count).
           perform derive-attach-extension.
           if at-name(attach-count) = spaces
               move function concatenate(
                   "emailed-image-", attach-seq-display,
                   function trim(attach-extension)
               ) to at-name(attach-count)
           end-if.
           move function concatenate(
               "mail/attach-", attach-seq-display,
               function trim(attach-extension)
           ) to at-path(attach-count).
           move function concatenate(
               function trim(at-path(attach-count)), ".b64"
           ) to attach-b64-path.
           open output attach-file.
           if attach-file-status not = "00"
               subtract 1 from attach-count
               perform note-skipped-image
               exit section
           end-if.
           move "A" to part-role.

       derive-attach-extension section.
           evaluate part-content-type
               when "image/jpeg"
               when "image/jpg"
               when "image/pjpeg"
                   move ".jpg" to attach-extension
               when "image/png"
                   move ".png" to attach-extension
               when "image/gif"
                   move ".gif" to attach-extension
               when "image/webp"
                   move ".webp" to attach-extension
               when other
                   move ".img" to attach-extension
           end-evaluate.

       handle-body-line section.
           if boundary-count > 0 and message-line(1:2) = "--"
               perform check-boundary-line
               if boundary-hit = "Y"
                   exit section
               end-if
           end-if.
           evaluate part-role
               when "T"
                   perform take-text-line
               when "A"
                   if function trim(message-line) not = spaces
                       move function trim(message-line)
                           to attach-record
                       write attach-record
                   end-if
           end-evaluate.

       check-boundary-line section.
           move "N" to boundary-hit.
           perform varying boundary-index from boundary-count by -1
               until boundary-index < 1 or boundary-hit = "Y"
               move function length(
                   function trim(boundary-entry(boundary-index)))
                   to boundary-len
               if message-line(3:boundary-len) =
                   boundary-entry(boundary-index)(1:boundary-len)
                   move "Y" to boundary-hit
                   perform finish-current-part
                   if message-line(3 + boundary-len:2) = "--"
                       *> Closing delimiter - whatever follows until
                       *> an outer boundary is epilogue.
                       move boundary-index to boundary-count
                       subtract 1 from boundary-count
                       move "I" to part-role
                   else
                       move boundary-index to boundary-count
                       perform reset-part-headers
                       move "P" to parse-phase
                   end-if
               end-if
           end-perform.

       finish-current-part section.
           if part-role = "A"
               close attach-file
               perform decode-attachment
           end-if.
           move "I" to part-role.

       decode-attachment section.
           move function concatenate(
               "base64 -d -i < ", function trim(attach-b64-path),
               " > ", function trim(at-path(attach-count)),
               " 2>/dev/null"
           ) to decode-command.
           call "SYSTEM" using decode-command returning system-rc.
           call "CBL_DELETE_FILE" using attach-b64-path
               returning file-op-result.
           move 0 to file-size.
           call "CBL_CHECK_FILE_EXIST" using at-path(attach-count)
               file-details returning file-op-result.
           if system-rc not = 0 or file-op-result not = 0
               or file-size = 0
               call "CBL_DELETE_FILE" using at-path(attach-count)
                   returning file-op-result
               move function concatenate(
                   function trim(message-notes), "; ",
                   function trim(at-name(attach-count)(1:80)),
                   " could not be decoded"
               ) to message-notes
               subtract 1 from attach-count
           end-if.

       take-text-line section.
           if in-signature = "Y"
               exit section
           end-if.
           if message-line(1:3) = "-- "
               and message-line(4:) = spaces
               move "Y" to in-signature
               exit section
           end-if.
           move function length(
               function trim(message-line, trailing))
               to message-line-len.
           if message-line = spaces
               move 0 to message-line-len
           end-if.
           move message-line to dec-in.
           move message-line-len to dec-in-len.
           evaluate part-encoding
               when "base64"
                   perform decode-base64-text
                   perform append-decoded-text
               when "quoted-printable"
                   perform decode-qp-text
                   perform append-decoded-text
                   if qp-soft-break = "N"
                       move x"0A" to append-char
                       perform append-body-char
                   end-if
               when other
                   if message-line-len > 0
                       move message-line(1:message-line-len)
                           to dec-out
                   end-if
                   move message-line-len to dec-out-len
                   perform append-decoded-text
                   move x"0A" to append-char
                   perform append-body-char
           end-evaluate.

       append-decoded-text section.
           perform varying dec-pos from 1 by 1
               until dec-pos > dec-out-len
               if dec-out(dec-pos:1) not = x"0D"
                   move dec-out(dec-pos:1) to append-char
                   perform append-body-char
               end-if
           end-perform.

       append-body-char section.
           if body-len >= body-limit
               move "Y" to body-truncated
               exit section
           end-if.
           add 1 to body-len.
           move append-char to body-text(body-len:1).

       decode-base64-text section.
           *> dec-in(1:dec-in-len) -> dec-out(1:dec-out-len). Padding
           *> flushes a short quantum; anything outside the alphabet
           *> (white space, line breaks) is passed over.
           move 0 to dec-out-len.
           perform varying dec-pos from 1 by 1
               until dec-pos > dec-in-len
               move dec-in(dec-pos:1) to dec-char
               move 99 to dec-value
               evaluate true
                   when dec-char >= "A" and dec-char <= "Z"
                       compute dec-value = function ord(dec-char) - 66
                   when dec-char >= "a" and dec-char <= "z"
                       compute dec-value = function ord(dec-char) - 72
                   when dec-char >= "0" and dec-char <= "9"
                       compute dec-value = function ord(dec-char) + 3
                   when dec-char = "+"
                       move 62 to dec-value
                   when dec-char = "/"
                       move 63 to dec-value
                   when dec-char = "="
                       perform flush-base64-quantum
               end-evaluate
               if dec-value < 64
                   add 1 to b64-have
                   move dec-value to b64-sextet(b64-have)
                   if b64-have = 4
                       perform flush-base64-quantum
                   end-if
               end-if
           end-perform.

       flush-base64-quantum section.
           if b64-have >= 2
               compute dec-byte = b64-sextet(1) * 4
                   + b64-sextet(2) / 16
               perform emit-decoded-byte
           end-if.
           if b64-have >= 3
               compute dec-byte =
                   function mod(b64-sextet(2), 16) * 16
                   + b64-sextet(3) / 4
               perform emit-decoded-byte
           end-if.
           if b64-have = 4
               compute dec-byte =
                   function mod(b64-sextet(3), 4) * 64
                   + b64-sextet(4)
               perform emit-decoded-byte
           end-if.
           move 0 to b64-have.

       emit-decoded-byte section.
           if dec-out-len < 4096
               add 1 to dec-out-len
               move function char(dec-byte + 1)
                   to dec-out(dec-out-len:1)
           end-if.

       decode-qp-text section.
           *> Quoted-printable: =XX is a byte, a trailing "=" joins
           *> the line to the next one.
           move 0 to dec-out-len.
           move "N" to qp-soft-break.
           move 1 to dec-pos.
           perform until dec-pos > dec-in-len
               if dec-in(dec-pos:1) = "="
                   if dec-pos = dec-in-len
                       move "Y" to qp-soft-break
                       add 1 to dec-pos
                   else
                       perform decode-qp-escape
                   end-if
               else
                   add 1 to dec-out-len
                   move dec-in(dec-pos:1) to dec-out(dec-out-len:1)
                   add 1 to dec-pos
               end-if
           end-perform.

       decode-qp-escape section.
           move dec-in(dec-pos + 1:1) to hex-char.
           perform hex-char-value.
           move hex-nibble to hex-high.
           move dec-in(dec-pos + 2:1) to hex-char.
           perform hex-char-value.
           if hex-high < 16 and hex-nibble < 16
               and dec-pos + 2 <= dec-in-len
               compute dec-byte = hex-high * 16 + hex-nibble
               perform emit-decoded-byte
               add 3 to dec-pos
           else
               add 1 to dec-out-len
               move "=" to dec-out(dec-out-len:1)
               add 1 to dec-pos
           end-if.

       hex-char-value section.
           evaluate true
               when hex-char >= "0" and hex-char <= "9"
                   compute hex-nibble = function ord(hex-char) - 49
               when hex-char >= "A" and hex-char <= "F"
                   compute hex-nibble = function ord(hex-char) - 56
               when hex-char >= "a" and hex-char <= "f"
                   compute hex-nibble = function ord(hex-char) - 88
               when other
                   move 99 to hex-nibble
           end-evaluate.

       decode-header-words section.
           *> hw-in -> hw-out with =?charset?B|Q?text?= words decoded.
           *> White space between two adjacent encoded words is
           *> dropped, as the standard asks.
           move spaces to hw-out.
           move 0 to hw-out-len.
           move function length(function trim(hw-in, trailing))
               to hw-in-len.
           if hw-in = spaces
               exit section
           end-if.
           move 1 to hw-pos.
           perform until hw-pos > hw-in-len
               move "N" to hw-word-ok
               if hw-in(hw-pos:2) = "=?"
                   perform find-encoded-word
               end-if
               if hw-word-ok = "Y"
                   perform decode-one-word
               else
                   if hw-out-len < 1000
                       add 1 to hw-out-len
                       move hw-in(hw-pos:1) to hw-out(hw-out-len:1)
                   end-if
                   add 1 to hw-pos
               end-if
           end-perform.

       find-encoded-word section.
           move 0 to hw-q1.
           perform varying hw-scan from hw-pos by 1
               until hw-scan > hw-in-len - 1 or hw-q1 > 0
               if hw-scan > hw-pos + 1 and hw-in(hw-scan:1) = "?"
                   move hw-scan to hw-q1
               end-if
           end-perform.
           if hw-q1 = 0 or hw-q1 + 3 > hw-in-len
               exit section
           end-if.
           move function upper-case(hw-in(hw-q1 + 1:1))
               to hw-encoding.
           if (hw-encoding not = "B" and hw-encoding not = "Q")
               or hw-in(hw-q1 + 2:1) not = "?"
               exit section
           end-if.
           move 0 to hw-end.
           compute hw-pos-after = hw-q1 + 3.
           perform varying hw-scan from hw-pos-after by 1
               until hw-scan > hw-in-len - 1 or hw-end > 0
               if hw-in(hw-scan:2) = "?="
                   move hw-scan to hw-end
               end-if
           end-perform.
           if hw-end > 0
               move "Y" to hw-word-ok
           end-if.

       decode-one-word section.
           move spaces to dec-in.
           compute dec-in-len = hw-end - hw-q1 - 3.
           if dec-in-len > 0
               move hw-in(hw-q1 + 3:dec-in-len) to dec-in
           end-if.
           if hw-encoding = "B"
               move 0 to b64-have
               perform decode-base64-text
           else
               inspect dec-in(1:dec-in-len + 1)
                   replacing all "_" by space
               perform decode-qp-text
           end-if.
           perform varying dec-pos from 1 by 1
               until dec-pos > dec-out-len or hw-out-len >= 1000
               add 1 to hw-out-len
               move dec-out(dec-pos:1) to hw-out(hw-out-len:1)
           end-perform.
           compute hw-pos = hw-end + 2.
           move hw-pos to hw-scan.
           perform until hw-scan > hw-in-len
               or hw-in(hw-scan:1) not = space
               add 1 to hw-scan
           end-perform.
           if hw-scan > hw-pos and hw-scan < hw-in-len
               and hw-in(hw-scan:2) = "=?"
               move hw-scan to hw-pos
           end-if.

       read-sender section.
           *> From: "Display Name" <address> - or a bare address.
           move spaces to sender-address.
           move spaces to sender-display.
           move 0 to angle-open.
           move 0 to angle-close.
           inspect msg-from tallying angle-open
               for characters before initial "<".
           inspect msg-from tallying angle-close
               for characters before initial ">".
           if angle-open < 300 and angle-close > angle-open + 1
               move function lower-case(function trim(
                   msg-from(angle-open + 2:angle-close - angle-open - 1)
               )) to sender-address
               if angle-open > 0
                   move msg-from(1:angle-open) to hw-in
                   inspect hw-in replacing all '"' by space
                   perform decode-header-words
                   move function trim(hw-out(1:100))
                       to sender-display
               end-if
           else
               move function lower-case(function trim(msg-from))
                   to sender-address
           end-if.

           move msg-subject to hw-in.
           perform decode-header-words.
           move function trim(hw-out(1:200)) to draft-title.

           perform check-sender.

       check-sender section.
           move spaces to sender-local.
           move spaces to sender-domain.
           move 0 to at-pos.
           if sender-address = spaces
               exit section
           end-if.
           inspect sender-address tallying at-pos
               for characters before initial "@".
           if at-pos > 0 and at-pos < 99
               move sender-address(1:at-pos) to sender-local
               move sender-address(at-pos + 1:) to sender-domain
           end-if.
           if sender-local = "mailer-daemon"
               or sender-local = "postmaster"
               or sender-local = "noreply"
               or sender-local = "no-reply"
               or msg-auto-submitted = "Y"
               move "Y" to sender-automated
           end-if.
           if sender-domain = spaces
               exit section
           end-if.
           perform varying allowed-index from 1 by 1
               until allowed-index > allowed-count
               or sender-allowed = "Y"
               if allowed-entry(allowed-index) = sender-address
                   or allowed-entry(allowed-index) = sender-domain
                   move "Y" to sender-allowed
               end-if
           end-perform.
           if sender-automated = "Y"
               *> A mailer's own traffic never becomes a draft, even
               *> from an allow-listed domain.
               move "N" to sender-allowed
           end-if.

       decide-and-create section.
           evaluate true
               when sender-address = spaces
                   move "no sender address could be read"
                       to reject-reason
               when sender-allowed not = "Y"
                   move "the sender is not allowed to submit drafts"
                       to reject-reason
               when draft-title = spaces
                   move function concatenate(
                       "the message has no subject line to use as",
                       " the title"
                   ) to reject-reason
               when body-len = 0 and attach-count = 0
                   move function concatenate(
                       "the message has no plain-text body and no",
                       " image attachments"
                   ) to reject-reason
           end-evaluate.
           if reject-reason not = spaces
               perform discard-attachments
               perform reject-message
               exit section
           end-if.

           perform find-sender-account.
           if account-username not = spaces
               move account-username to draft-author
               move account-username to draft-assignee
           else
               if sender-display not = spaces
                   move sender-display(1:50) to draft-author
               else
                   move sender-address(1:50) to draft-author
               end-if
               move default-editor to draft-assignee
           end-if.

           perform trim-body-tail.
           perform upload-attachments.
           perform create-draft.
           if db-success not = "Y"
               move function concatenate(
                   "the draft could not be saved: ",
                   function trim(db-resp-message)
               ) to reject-reason
               perform reject-message
               exit section
           end-if.

           add 1 to drafts-created.
           perform notify-assignee.
           move images-linked to count-display.
           move function concatenate(
               "created draft #", function trim(draft-id),
               " from ", function trim(sender-address), ": ",
               function trim(draft-title(1:100)),
               " (assigned to ", function trim(draft-assignee),
               ", ", function trim(count-display), " image(s))"
           ) to report-line.
           write report-line.
           if body-truncated = "Y"
               move function concatenate(
                   function trim(message-notes),
                   "; the body was cut short to fit"
               ) to message-notes
           end-if.
           if message-notes not = spaces
               move function concatenate(
                   "    note: ", function trim(message-notes(3:))
               ) to report-line
               write report-line
           end-if.

       find-sender-account section.
           move spaces to account-username.
           move spaces to account-role.
           open input user-master.
           if user-file-status not = "00"
               exit section
           end-if.
           perform until user-file-status not = "00"
               read user-master next record
                   at end move "10" to user-file-status
                   not at end
                       if function trim(mf-acct-status) = "active"
                           move "decrypt" to cipher-action
                           move 100 to cipher-width
                           move mf-email to cipher-text
                           call "field-cipher" using cipher-request
                               cipher-response
                           if function lower-case(
                               function trim(cipher-result(1:100)))
                               = sender-address
                               move mf-username to account-username
                               move mf-role to account-role
                               move "10" to user-file-status
                           end-if
                       end-if
               end-read
           end-perform.
           close user-master.

       upload-attachments section.
           perform varying attach-index from 1 by 1
               until attach-index > attach-count
               move 0 to file-size
               call "CBL_CHECK_FILE_EXIST" using at-path(attach-index)
                   file-details returning file-op-result
               move spaces to media-request
               move "upload" to media-action
               move at-name(attach-index) to media-filename
               move at-name(attach-index) to media-original-name
               move file-size to media-file-size
               move at-mime(attach-index) to media-mime-type
               move draft-author to media-uploaded-by
               move draft-title to media-alt-text
               move function concatenate(
                   "Emailed in by ", function trim(sender-address)
               ) to media-description
               move at-path(attach-index) to media-file-content-path
               call "media" using media-request media-response
               if media-success = "Y"
                   move out-media-id to at-media-id(attach-index)
                   add 1 to images-linked
                   if share-image-id = 0
                       move out-media-id to share-image-id
                   end-if
                   perform append-media-shortcode
               else
                   call "CBL_DELETE_FILE" using at-path(attach-index)
                       returning file-op-result
                   move function concatenate(
                       function trim(message-notes), "; ",
                       function trim(at-name(attach-index)(1:80)),
                       " was not stored: ",
                       function trim(media-resp-message)
                   ) to message-notes
               end-if
           end-perform.

       append-media-shortcode section.
           *> Each image on a paragraph of its own after the text.
           move out-media-id to id-display.
           move spaces to dec-out.
           if body-len = 0
               move function concatenate(
                   "[[media:", function trim(id-display), "]]"
               ) to dec-out
           else
               move function concatenate(
                   x"0A", x"0A", "[[media:", function trim(id-display),
                   "]]"
               ) to dec-out
           end-if.
           move function length(function trim(dec-out, trailing))
               to dec-out-len.
           *> The shortcodes always fit - the text stops short of
           *> the full body width to leave them room.
           compute body-limit = body-len + dec-out-len.
           perform append-decoded-text.
           move 11600 to body-limit.

       discard-attachments section.
           perform varying attach-index from 1 by 1
               until attach-index > attach-count
               call "CBL_DELETE_FILE" using at-path(attach-index)
                   returning file-op-result
           end-perform.
           move 0 to attach-count.

       trim-body-tail section.
           *> Trailing blank lines off the text (the signature's
           *> separator usually leaves some) before images follow it.
           perform until body-len = 0
               or (body-text(body-len:1) not = x"0A"
                   and body-text(body-len:1) not = space)
               move space to body-text(body-len:1)
               subtract 1 from body-len
           end-perform.

       create-draft section.
           move draft-title to esc-source.
           perform escape-json-text.
           move esc-result(1:400) to esc-title.
           move draft-author to esc-source.
           perform escape-json-text.
           move esc-result(1:100) to esc-author.
           move draft-assignee to esc-source.
           perform escape-json-text.
           move esc-result(1:100) to esc-assignee.
           move body-text to esc-source.
           perform escape-json-text.

           move spaces to share-image-text.
           if share-image-id > 0
               move share-image-id to id-display
               move function trim(id-display) to share-image-text
           end-if.
           move function concatenate(
               '{"type":"', function trim(draft-type),
               '","title":"', function trim(esc-title),
               '","content":"', function trim(esc-result),
               '","author":"', function trim(esc-author),
               '","status":"draft","assignedTo":"',
               function trim(esc-assignee),
               '","shareImageId":"', function trim(share-image-text),
               '"}'
           ) to db-data-json.
           move "content" to db-action.
           move spaces to db-collection.
           move "create" to db-operation.
           move spaces to db-filters.
           move draft-author to db-changed-by.
           move db-api-key-value to db-api-key.
           if account-role not = spaces
               move account-role to db-caller-role
           else
               move "editor" to db-caller-role
           end-if.
           move spaces to db-site-id.
           call "database-interface" using db-request db-response.
           move spaces to db-data-json.

           move spaces to draft-id.
           if db-success = "Y"
               move 0 to scan-pos
               inspect db-resp-data-json tallying scan-pos
                   for characters before initial '"id":"'
               if scan-pos < 29990
                   move 0 to esc-len
                   inspect db-resp-data-json(scan-pos + 7:)
                       tallying esc-len
                       for characters before initial '"'
                   if esc-len > 0 and esc-len <= 10
                       move db-resp-data-json(scan-pos + 7:esc-len)
                           to draft-id
                   end-if
               end-if
           end-if.

       escape-json-text section.
           *> The same two escapes admin.cbl applies to form values.
           move spaces to esc-result.
           move 0 to esc-out-pos.
           move function length(function trim(esc-source, trailing))
               to esc-len.
           if esc-source = spaces
               exit section
           end-if.
           perform varying esc-pos from 1 by 1
               until esc-pos > esc-len
               if esc-source(esc-pos:1) = '"'
                   or esc-source(esc-pos:1) = "\"
                   add 1 to esc-out-pos
                   move "\" to esc-result(esc-out-pos:1)
               end-if
               add 1 to esc-out-pos
               move esc-source(esc-pos:1) to esc-result(esc-out-pos:1)
           end-perform.

       notify-assignee section.
           if draft-assignee = spaces
               exit section
           end-if.
           move "post" to notify-action.
           move draft-assignee to notify-user.
           move function concatenate(
               "New draft by email from ",
               function trim(sender-address), ": ",
               function trim(draft-title(1:100))
           ) to notify-text.
           call "notifications" using notify-request notify-response.

       reject-message section.
           add 1 to messages-rejected.
           move function concatenate(
               "rejected ", function trim(message-name),
               " from ", function trim(sender-address), ": ",
               function trim(reject-reason)
           ) to report-line.
           if sender-address = spaces or sender-automated = "Y"
               move function concatenate(
                   function trim(report-line),
                   " (automated or unknown sender - not bounced)"
               ) to report-line
               write report-line
               exit section
           end-if.
           perform queue-bounce.
           move function concatenate(
               function trim(report-line), " (bounced)"
           ) to report-line.
           write report-line.

       queue-bounce section.
           initialize template-request.
           move "render" to tpl-action.
           move "draft-rejected" to tpl-type.
           move 1 to tpl-value-count.
           move "reason" to tpl-value-name(1).
           move reject-reason to tpl-value-text(1).
           if draft-title not = spaces
               move "draft-rejected-titled" to tpl-type
               move 2 to tpl-value-count
               move "title" to tpl-value-name(2)
               move draft-title(1:60) to tpl-value-text(2)
           end-if.
           call "message-templates" using template-request
               template-response.
           open extend email-notification-log.
           if email-file-status not = "00"
               open output email-notification-log
               close email-notification-log
               open extend email-notification-log
           end-if.
           move function current-date to email-timestamp.
           move function concatenate(
               email-timestamp(1:8), " ", email-timestamp(9:6),
               " | to:", function trim(sender-address),
               " | subject:", function trim(tpl-subject), " | ",
               function trim(tpl-body)
           ) to email-notification-line.
           move "seal-line" to cipher-action.
           move 300 to cipher-width.
           move email-notification-line to cipher-text.
           call "field-cipher" using cipher-request cipher-response.
           move cipher-result to email-notification-line.
           write email-notification-line.
           close email-notification-log.
           add 1 to bounces-queued.

       display-summary section.
           display function concatenate(
               "email-drafts: ", function trim(messages-read),
               " message(s) read, ", function trim(drafts-created),
               " draft(s) created, ", function trim(messages-rejected),
               " rejected (", function trim(bounces-queued),
               " bounced)"
           ).

       end program email-drafts.
