               record key is mm-id
               file status is media-master-status.

      *> Form submissions and the files attached to them - a
      *> submission sent under the subject's address is disclosed,
      *> and an erasure deletes it together with its files.
           select submission-master
               assign to "data/form-submissions.dat"
               organization is indexed
               access mode is dynamic
               record key is fs-id
               file status is submission-file-status.

           select attachment-master
               assign to "data/form-attachments.dat"
               organization is indexed
               access mode is dynamic
               record key is fa-key
               file status is attachment-status.

           select scan-log
               assign to scan-log-path
               organization is line sequential
               record key is er-subject
               file status is erasure-file-status.

      *> Legal holds placed from the admin screen - a held item is
      *> disclosed as usual but left as it is by an erasure,
      *> and listed as held in the report.
           select legal-holds
               assign to "data/legal-holds.dat"
               organization is indexed
               access mode is dynamic
               record key is lh-key
               file status is legal-hold-status.

       data division.
       file section.

           03 mf-password-changed pic x(8).
           03 mf-bio            pic x(500).
           03 mf-photo-media-id pic 9(10).
           03 mf-last-login     pic x(14).

       fd  content-master.
       01  content-master-record.
           03 mm-width            pic 9(5).
           03 mm-height           pic 9(5).
           03 mm-site-id          pic x(20).
           03 mm-licence          pic x(100).
           03 mm-credit           pic x(150).
           03 mm-source           pic x(255).
           03 mm-rights-expiry    pic x(10).

       fd  submission-master.
       01  submission-master-record.
           03 fs-id             pic 9(10).
           03 fs-submitted-date pic x(20).
           03 fs-client-addr    pic x(64).
           03 fs-status         pic x(10).
           03 fs-fields         pic x(1900).

       fd  attachment-master.
       01  attachment-record.
           03 fa-key.
               05 fa-submission-id pic 9(10).
               05 fa-field-name  pic x(50).
           03 fa-media-id       pic 9(10).
           03 fa-original-name  pic x(200).
           03 fa-mime-type      pic x(100).
           03 fa-file-size      pic 9(10).

       fd  scan-log.
       01  scan-log-line        pic x(2000).
           03 er-approved-by    pic x(50).
           03 er-approved-date  pic x(8).

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
       01 legal-hold-status    pic xx.
       01 legal-holds-open     pic x(1) value "N".
       01 item-on-hold         pic x(1).
       01 hold-check-kind      pic x(10).
       01 hold-check-id        pic 9(10).
       01 user-file-status     pic xx.
       01 db-journal-status    pic xx.
       01 journal-before-stage pic x(3200).
           value 100000000.
       01 content-file-status  pic xx.
       01 media-master-status  pic xx.
       01 submission-file-status pic xx.
       01 attachment-status    pic xx.
       01 submission-held      pic x(1).
       01 delete-rc            pic s9(9) usage comp-5.
       01 attachment-file-path pic x(500).
       01 scan-log-status      pic xx.
       01 rewrite-log-status   pic xx.
       01 report-file-status   pic xx.
      *> is found from an e-mail-only request too.
       01 matched-user-id      pic 9(10) value 0.
       01 matched-username     pic x(50).
       01 matched-email        pic x(100).
       01 id-display           pic z(9)9.

      *> Case-insensitive contains - same hand-rolled scan
       01 due-date-disp        pic 9(8).
       01 erasures-executed    pic 9(4) usage comp-5 value 0.

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

      *> settings.cbl's LINKAGE shape with local names - the grace
      *> period lives with the other site settings.
       01 settings-request.
           03 user-rows-found   pic 9(4) value 0.
           03 content-rows-found pic 9(6) value 0.
           03 media-rows-found  pic 9(6) value 0.
           03 submission-rows-found pic 9(6) value 0.
           03 submission-lines  pic 9(6) value 0.
           03 audit-lines       pic 9(6) value 0.
           03 rows-erased       pic 9(6) value 0.
           03 rows-held         pic 9(6) value 0.

       01 cipher-request.
           03 cipher-action     pic x(12).
           03 cipher-width      pic 9(4).
           03 cipher-text       pic x(2000).

       01 cipher-response.
           03 cipher-success    pic x(1).
           03 cipher-message    pic x(200).
           03 cipher-result     pic x(2000).
           03 cipher-key-version pic x(1).

      *> Subject-access requests - collects everything held about a
      *> person (their account row, content authored as them, media
           write report-line.

           perform collect-user-rows.
           perform open-legal-holds.
           perform collect-content-rows.
           perform collect-media-rows.
           perform collect-submission-rows.
           perform close-legal-holds.
           move "data/form-submissions.log" to scan-log-path.
           perform collect-log-lines.
           move log-lines-found to submission-lines.

       run-approved-erasures section.
           perform load-grace-days.
           *> The grace period runs out against the business date,
           *> the nightly run's notion of today.
           move "get" to bd-action.
           move spaces to bd-date-in.
           move spaces to bd-set-by.
           call "business-date" using business-date-request
               business-date-response.
           open i-o erasure-requests.
           if erasure-file-status not = "00"
               display "subject-access: no erasure queue on file"
           display function concatenate(
               "subject-access: ",
               function trim(erasures-executed),
               " approved erasure(s) executed (business date ",
               bd-date-iso, ")"
           ).

       consider-one-approved-erasure section.
                   function numval(er-filed-date)) + grace-days.
           move function date-of-integer(due-date-int)
               to due-date-disp.
           if bd-date < due-date-disp
               exit section
           end-if.

               read user-master next record
                   at end move "10" to user-file-status
                   not at end
                       *> Addresses are sealed at rest - opened to
                       *> match and disclose, never written back.
                       move "decrypt" to cipher-action
                       move 100 to cipher-width
                       move mf-email to cipher-text
                       call "field-cipher" using cipher-request
                           cipher-response
                       move cipher-result(1:100) to mf-email
                       if function trim(function
                           upper-case(mf-username))
                           = function trim(function
           add 1 to user-rows-found.
           move mf-user-id to matched-user-id.
           move mf-username to matched-username.
           move mf-email to matched-email.
           move mf-user-id to id-display.
           move function concatenate(
               "USER ACCOUNT: id ", function trim(id-display),
               " email=", function trim(mf-email),
               " role=", function trim(mf-role),
               " status=", function trim(mf-acct-status),
               " created=", function trim(mf-created-date),
               " last-login=", function trim(mf-last-login)
           ) to report-line.
           write report-line.
           if erase-mode = "Y"
           ) to report-line.
           write report-line.
           if erase-mode = "Y"
               move "content" to hold-check-kind
               move cm-id to hold-check-id
               perform check-legal-hold
               if item-on-hold = "Y"
                   perform report-held-row
                   exit section
               end-if
               move content-master-record to journal-before-stage
               move "(erased)" to cm-author
               move content-master-record to journal-after-stage
           ) to report-line.
           write report-line.
           if erase-mode = "Y"
               move "media" to hold-check-kind
               move mm-id to hold-check-id
               perform check-legal-hold
               if item-on-hold = "Y"
                   perform report-held-row
                   exit section
               end-if
               move media-master-record to journal-before-stage
               move "(erased)" to mm-uploaded-by
               move media-master-record to journal-after-stage
               add 1 to rows-erased
           end-if.

       collect-submission-rows section.
           *> A submission is the subject's when one of its field
           *> values is exactly the requested value or the matched
           *> account's address - a name merely mentioned in someone
           *> else's message is not enough to delete their post.
           open i-o submission-master.
           if submission-file-status not = "00"
               move spaces to submission-file-status
               exit section
           end-if.
           move low-values to fs-id.
           start submission-master key is greater than fs-id
               invalid key move "10" to submission-file-status
           end-start.
           perform until submission-file-status = "10"
               read submission-master next record
                   at end move "10" to submission-file-status
                   not at end
                       perform check-submission-subject
                       if search-match = "Y"
                           perform disclose-submission-row
                       end-if
               end-read
           end-perform.
           close submission-master.
           move spaces to submission-file-status.

       check-submission-subject section.
           *> The fields are sealed at rest - opened to match and
           *> disclose, never written back open.
           move "decrypt" to cipher-action.
           move 1900 to cipher-width.
           move fs-fields to cipher-text.
           call "field-cipher" using cipher-request cipher-response.
           move cipher-result(1:1900) to fs-fields.
           move function concatenate(
               function trim(fs-fields), "|"
           ) to search-haystack.
           move function concatenate(
               "=", function trim(subject-value), "|"
           ) to search-needle.
           perform check-text-contains.
           if search-match = "N" and matched-email not = spaces
               move function concatenate(
                   "=", function trim(matched-email), "|"
               ) to search-needle
               perform check-text-contains
           end-if.

       disclose-submission-row section.
           add 1 to submission-rows-found.
           move fs-id to id-display.
           move function concatenate(
               "FORM SUBMISSION: id ", function trim(id-display),
               " submitted=", function trim(fs-submitted-date),
               " from=", function trim(fs-client-addr),
               " fields=", function trim(fs-fields)
           ) to report-line.
           write report-line.

           *> The attached files are listed, and on erasure removed
           *> row and bytes alike; one under legal hold keeps the
           *> submission too, so the hold still has its context.
           move "N" to submission-held.
           open i-o attachment-master.
           if attachment-status = "00"
               open i-o media-master
               move fs-id to fa-submission-id
               move low-values to fa-field-name
               start attachment-master key is not less than fa-key
                   invalid key move "10" to attachment-status
               end-start
               perform until attachment-status = "10"
                   read attachment-master next record
                       at end move "10" to attachment-status
                       not at end
                           if fa-submission-id not = fs-id
                               move "10" to attachment-status
                           else
                               perform disclose-submission-attachment
                           end-if
                   end-read
               end-perform
               close media-master
               close attachment-master
           end-if.
           move spaces to attachment-status.
           move spaces to media-master-status.

           if erase-mode = "Y" and submission-held = "N"
               delete submission-master record
                   invalid key
                       continue
               end-delete
               add 1 to rows-erased
           end-if.

       disclose-submission-attachment section.
           move fa-media-id to id-display.
           move function concatenate(
               "  ATTACHMENT: field=", function trim(fa-field-name),
               " file=", function trim(fa-original-name),
               " media id ", function trim(id-display)
           ) to report-line.
           write report-line.
           if erase-mode not = "Y"
               exit section
           end-if.
           move "media" to hold-check-kind.
           move fa-media-id to hold-check-id.
           perform check-legal-hold.
           if item-on-hold = "Y"
               move "Y" to submission-held
               perform report-held-row
               exit section
           end-if.
           move fa-media-id to mm-id.
           read media-master
               invalid key
                   move spaces to attachment-file-path
               not invalid key
                   move mm-file-path to attachment-file-path
                   move media-master-record to journal-before-stage
                   move spaces to journal-after-stage
                   move "media" to journal-collection
                   move mm-id to journal-record-key
                   perform append-journal-begin
                   delete media-master record
                       invalid key
                           continue
                   end-delete
                   perform append-journal-commit
           end-read.
           if attachment-file-path not = spaces
               call "CBL_DELETE_FILE" using attachment-file-path
                   returning delete-rc
           end-if.
           delete attachment-master record
               invalid key
                   continue
           end-delete.

       report-held-row section.
           *> Erasure stops at a held row: it stays as it is and the
           *> report says which matter is keeping it.
           move function concatenate(
               "HELD: ", function trim(hold-check-kind), " id ",
               function trim(id-display),
               " not anonymized - legal hold, matter ",
               function trim(lh-matter)
           ) to report-line.
           write report-line.
           display function concatenate(
               "subject-access: ", function trim(report-line)
           ).
           add 1 to rows-held.

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

       collect-log-lines section.
           move 0 to log-lines-found.
           open input scan-log.
               function trim(user-rows-found), " account(s), ",
               function trim(content-rows-found), " content row(s), ",
               function trim(media-rows-found), " media row(s), ",
               function trim(submission-rows-found),
               " form submission(s), ",
               function trim(submission-lines),
               " submission line(s), ",
               function trim(audit-lines), " audit line(s); ",
               function trim(rows-erased), " row(s) anonymized, ",
               function trim(rows-held), " held row(s) left as they are"
           ).

       end program subject-access.
