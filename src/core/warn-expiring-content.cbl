       identification division.
       program-id. warn-expiring-content.

       environment division.
       input-output section.
       file-control.
           select content-master
               assign to "data/content.dat"
               organization is indexed
               access mode is sequential
               record key is cm-id
               file status is content-file-status.

           select user-master
               assign to "data/users.dat"
               organization is indexed
               access mode is dynamic
               record key is mf-user-id
               file status is user-file-status.

      *> One row per item and expiry date already warned about - an
      *> item is warned once, and only warned again when its expiry
      *> date moves (an extension that is itself running out).
           select expiry-warnings
               assign to "data/expiry-warnings.dat"
               organization is indexed
               access mode is dynamic
               record key is ew-key
               file status is warning-file-status.

           select email-notification-log
               assign to "data/email-notifications.log"
               organization is line sequential
               file status is email-file-status.

       data division.
       file section.
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

       fd  expiry-warnings.
       01  expiry-warning-record.
           03 ew-key.
               05 ew-content-id pic 9(10).
               05 ew-expiry     pic x(10).
           03 ew-warned-on      pic x(8).
           03 ew-recipients     pic x(101).

       fd  email-notification-log.
       01  email-notification-line pic x(300).

       working-storage section.
       01 content-file-status  pic xx.
       01 user-file-status     pic xx.
       01 warning-file-status  pic xx.
       01 email-file-status    pic xx.
       01 users-open           pic x(1) value "N".
       01 id-display           pic z(9)9.
       01 email-timestamp      pic x(21).

      *> Items whose expiry falls after the business date and on or
      *> before warn-until-iso get a warning; expiry_warning_days
      *> sets the window (7 when blank).
       01 warning-days         pic 9(4) usage comp-5 value 7.
       01 warn-until-int       pic 9(8) usage comp-5.
       01 warn-until-disp      pic 9(8).
       01 warn-until-iso       pic x(10).

       01 recipient-name       pic x(50).
       01 recipient-email      pic x(100).
       01 recipient-found      pic x(1).
       01 recipient-list       pic x(101).

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

      *> settings.cbl's LINKAGE shape with local names.
       01 settings-request.
           03 settings-action   pic x(10).
           03 settings-key      pic x(40).
           03 settings-value    pic x(200).

       01 settings-response.
           03 settings-success  pic x(1).
           03 settings-message  pic x(200).
           03 settings-value-out pic x(200).

      *> notifications.cbl's LINKAGE shape with local names.
       01 notify-request.
           03 notify-action     pic x(15).
           03 notify-user       pic x(50).
           03 notify-text       pic x(200).

       01 notify-response.
           03 notify-success    pic x(1).
           03 notify-message    pic x(200).
           03 notify-unread     pic 9(6).

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

       01 report-counts.
           03 records-checked   pic 9(6) value 0.
           03 items-warned      pic 9(6) value 0.
           03 already-warned    pic 9(6) value 0.
           03 notices-sent      pic 9(6) value 0.
           03 emails-queued     pic 9(6) value 0.

      *> The advance notice expire-content.cbl never gave: published
      *> items whose expiry date falls inside the warning window tell
      *> their author and their assignee - an in-app notification
      *> and an e-mail through the notification log, once per item -
      *> so a page can be renewed (admin content screen, "Extend")
      *> before readers find it gone.
       procedure division.

       perform get-business-date.
       perform load-warning-days.

       open input content-master.
       if content-file-status not = "00"
           display "warn-expiring-content: no content store to check"
           goback
       end-if.

       open i-o expiry-warnings.
       if warning-file-status = "35"
           open output expiry-warnings
           close expiry-warnings
           open i-o expiry-warnings
       end-if.

       open input user-master.
       if user-file-status = "00"
           move "Y" to users-open
       end-if.

       perform until content-file-status not = "00"
           read content-master next record
               at end move "10" to content-file-status
               not at end
                   add 1 to records-checked
                   if function trim(cm-status) = "published"
                       and function trim(cm-expiry-date) not = spaces
                       and cm-expiry-date(1:10) > bd-date-iso
                       and cm-expiry-date(1:10) <= warn-until-iso
                       perform warn-one-item
                   end-if
           end-read
       end-perform.
       close content-master.
       close expiry-warnings.
       if users-open = "Y"
           close user-master
       end-if.

       perform display-summary.

       goback.

       get-business-date section.
           *> The window counts from the business date, so a replayed
           *> night warns about exactly what it would have.
           move "get" to bd-action.
           move spaces to bd-date-in.
           move spaces to bd-set-by.
           call "business-date" using business-date-request
               business-date-response.
           display function concatenate(
               "warn-expiring-content: business date ", bd-date-iso
           ).

       load-warning-days section.
           move "get" to settings-action.
           move "expiry_warning_days" to settings-key.
           call "settings" using settings-request settings-response.
           if settings-success = "Y"
               and function trim(settings-value-out) is numeric
               and function numval(settings-value-out) > 0
               move function numval(settings-value-out)
                   to warning-days
           end-if.
           compute warn-until-int =
               function integer-of-date(function numval(bd-date))
               + warning-days.
           move function date-of-integer(warn-until-int)
               to warn-until-disp.
           move function concatenate(
               warn-until-disp(1:4), "-", warn-until-disp(5:2), "-",
               warn-until-disp(7:2)
           ) to warn-until-iso.

       warn-one-item section.
           move cm-id to ew-content-id.
           move cm-expiry-date(1:10) to ew-expiry.
           read expiry-warnings
               invalid key
                   continue
               not invalid key
                   add 1 to already-warned
                   exit section
           end-read.

           add 1 to items-warned.
           move spaces to recipient-list.
           if function trim(cm-author) not = spaces
               move cm-author to recipient-name
               perform warn-one-recipient
           end-if.
           if function trim(cm-assigned-to) not = spaces
               and cm-assigned-to not = cm-author
               move cm-assigned-to to recipient-name
               perform warn-one-recipient
           end-if.

           move cm-id to ew-content-id.
           move cm-expiry-date(1:10) to ew-expiry.
           move bd-date to ew-warned-on.
           move recipient-list to ew-recipients.
           write expiry-warning-record
               invalid key
                   continue
           end-write.

           move cm-id to id-display.
           display function concatenate(
               "EXPIRING: content id ", function trim(id-display),
               ' ("', function trim(cm-title), '") expires ',
               cm-expiry-date(1:10), " - warned ",
               function trim(recipient-list)
           ).

       warn-one-recipient section.
           if recipient-list = spaces
               move recipient-name to recipient-list
           else
               move function concatenate(
                   function trim(recipient-list), ",",
                   function trim(recipient-name)
               ) to recipient-list
           end-if.

           move cm-id to id-display.
           move "post" to notify-action.
           move recipient-name to notify-user.
           move function concatenate(
               '"', function trim(cm-title), '" (/',
               function trim(cm-slug), ") expires on ",
               cm-expiry-date(1:10),
               " - extend it from the admin content screen"
           ) to notify-text.
           call "notifications" using notify-request notify-response.
           add 1 to notices-sent.

           perform find-recipient-email.
           if recipient-found = "N"
               exit section
           end-if.
           *> Worded in the item's own language where a template for
           *> it exists.
           initialize template-request.
           move "render" to msg-action.
           move "content-expiring" to msg-type.
           move cm-language to msg-language.
           move 4 to msg-value-count.
           move "title" to msg-value-name(1).
           move cm-title to msg-value-text(1).
           move "slug" to msg-value-name(2).
           move cm-slug to msg-value-text(2).
           move "id" to msg-value-name(3).
           move function trim(id-display) to msg-value-text(3).
           move "date" to msg-value-name(4).
           move cm-expiry-date(1:10) to msg-value-text(4).
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
               " | to:", function trim(recipient-email),
               " | subject:", function trim(msg-subject), " | ",
               function trim(msg-body)
           ) to email-notification-line.
           move "seal-line" to cipher-action.
           move 300 to cipher-width.
           move email-notification-line to cipher-text.
           call "field-cipher" using cipher-request cipher-response.
           move cipher-result to email-notification-line.
           write email-notification-line.
           close email-notification-log.
           add 1 to emails-queued.

       find-recipient-email section.
           *> Only active accounts with an address on file get the
           *> e-mail; the in-app notice above goes out regardless.
           move "N" to recipient-found.
           move spaces to recipient-email.
           if users-open not = "Y"
               exit section
           end-if.
           move low-values to mf-user-id.
           move spaces to user-file-status.
           start user-master key is greater than mf-user-id
               invalid key move "10" to user-file-status
           end-start.
           perform until user-file-status = "10"
               read user-master next record
                   at end move "10" to user-file-status
                   not at end
                       if mf-username = recipient-name
                           move "10" to user-file-status
                           if function trim(mf-acct-status) = "active"
                               and mf-email not = spaces
                               move mf-email to recipient-email
                               move "Y" to recipient-found
                           end-if
                       end-if
               end-read
           end-perform.
           move spaces to user-file-status.

       display-summary section.
           display function concatenate(
               "warn-expiring-content: checked ",
               function trim(records-checked), " record(s), ",
               function trim(items-warned),
               " item(s) expiring by ", warn-until-iso, " warned (",
               function trim(notices-sent), " notice(s), ",
               function trim(emails-queued), " e-mail(s)), ",
               function trim(already-warned), " already warned"
           ).

       end program warn-expiring-content.
