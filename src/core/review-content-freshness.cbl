       identification division.
       program-id. review-content-freshness.

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

      *> One row per published item that has come up for review -
      *> the owner's work queue on the admin dashboard reads and
      *> confirms against the same store, and the monthly compliance
      *> report counts from it.
           select content-reviews
               assign to "data/content-reviews.dat"
               organization is indexed
               access mode is dynamic
               record key is fr-content-id
               file status is review-file-status.

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

       fd  content-reviews.
       01  content-review-record.
           03 fr-content-id     pic 9(10).
           03 fr-owner          pic x(50).
           03 fr-type           pic x(20).
           03 fr-title          pic x(100).
           03 fr-state          pic x(10).
           03 fr-due-since      pic x(8).
           03 fr-last-reviewed  pic x(8).
           03 fr-reviewed-by    pic x(50).
           03 fr-escalated-on   pic x(8).
           03 fr-review-count   pic 9(4).

       working-storage section.
       01 content-file-status  pic xx.
       01 user-file-status     pic xx.
       01 review-file-status   pic xx.
       01 id-display           pic z(9)9.
       01 row-exists           pic x(1).

      *> Review interval per content type, from the settings key
      *> review_interval_<type> (days; blank or 0 means the type is
      *> never reviewed). Looked up once per type per run.
       01 type-intervals.
           03 type-interval-count pic 99 usage comp-5 value 0.
           03 type-interval-rows occurs 40 times.
               05 ti-type        pic x(20).
               05 ti-days        pic 9(5).
       01 type-index           pic 99 usage comp-5.
       01 interval-days        pic 9(5).

      *> Days a due review may sit before it escalates - the
      *> review_grace_days setting, 14 when blank.
       01 grace-days           pic 9(4) usage comp-5 value 14.

       01 item-owner           pic x(50).
       01 baseline-date        pic x(8).
       01 age-days             pic s9(8) usage comp-5.
       01 age-display          pic z(5)9.

      *> Everyone holding the manage-users right - a review left
      *> past its grace period goes to them.
       01 manager-list.
           03 manager-count     pic 9(4) usage comp-5 value 0.
           03 manager-names occurs 100 times pic x(50).
       01 manager-index        pic 9(4) usage comp-5.
       01 account-is-manager   pic x(1).

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

      *> roles.cbl's LINKAGE shape with local names.
       01 roles-request.
           03 roles-action      pic x(10).
           03 roles-role-name   pic x(20).
           03 roles-flags-in.
               05 rq-can-publish      pic x(1).
               05 rq-can-delete-media pic x(1).
               05 rq-can-manage-users pic x(1).
               05 rq-can-draft        pic x(1).
               05 rq-can-read-logs    pic x(1).

       01 roles-response.
           03 roles-success     pic x(1).
           03 roles-message     pic x(200).
           03 roles-flags-out.
               05 rr-can-publish      pic x(1).
               05 rr-can-delete-media pic x(1).
               05 rr-can-manage-users pic x(1).
               05 rr-can-draft        pic x(1).
               05 rr-can-read-logs    pic x(1).

      *> notifications.cbl's LINKAGE shape with local names.
       01 notify-request.
           03 notify-action     pic x(15).
           03 notify-user       pic x(50).
           03 notify-text       pic x(200).

       01 notify-response.
           03 notify-success    pic x(1).
           03 notify-message    pic x(200).
           03 notify-unread     pic 9(6).

       01 report-counts.
           03 records-checked   pic 9(6) value 0.
           03 newly-due         pic 9(6) value 0.
           03 still-due         pic 9(6) value 0.
           03 escalated-count   pic 9(6) value 0.
           03 cleared-by-edit   pic 9(6) value 0.

      *> Nightly freshness pass: a published item whose last update
      *> (or last "still accurate" confirmation, whichever is later)
      *> is older than its type's review interval lands in its
      *> owner's review queue - the assignee when there is one, else
      *> the author. A save clears it the same as a confirmation;
      *> one left past the grace period escalates to the
      *> administrators who manage users.
       procedure division.

       perform get-business-date.
       perform load-grace-days.

       open input content-master.
       if content-file-status not = "00"
           display "review-content-freshness: no content store to "
               "check"
           goback
       end-if.

       open i-o content-reviews.
       if review-file-status = "35"
           open output content-reviews
           close content-reviews
           open i-o content-reviews
       end-if.

       perform load-managers.

       perform until content-file-status not = "00"
           read content-master next record
               at end move "10" to content-file-status
               not at end
                   add 1 to records-checked
                   if function trim(cm-status) = "published"
                       perform check-one-item
                   end-if
           end-read
       end-perform.
       close content-master.
       close content-reviews.

       perform display-summary.

       goback.

       get-business-date section.
           *> Ages count up to the business date, so a replayed night
           *> queues exactly what it would have.
           move "get" to bd-action.
           move spaces to bd-date-in.
           move spaces to bd-set-by.
           call "business-date" using business-date-request
               business-date-response.
           display function concatenate(
               "review-content-freshness: business date ", bd-date-iso
           ).

       load-grace-days section.
           move "get" to settings-action.
           move "review_grace_days" to settings-key.
           call "settings" using settings-request settings-response.
           if settings-success = "Y"
               and function trim(settings-value-out) is numeric
               and function numval(settings-value-out) > 0
               move function numval(settings-value-out) to grace-days
           end-if.

       load-managers section.
           *> Same fallback notifications.cbl uses when the roles
           *> store cannot answer - the built-in admin role.
           open input user-master.
           if user-file-status not = "00"
               exit section
           end-if.
           move low-values to mf-user-id.
           start user-master key is greater than mf-user-id
               invalid key move "10" to user-file-status
           end-start.
           perform until user-file-status not = "00"
               read user-master next record
                   at end move "10" to user-file-status
                   not at end
                       if mf-acct-status = "active"
                           perform check-account-is-manager
                       end-if
               end-read
           end-perform.
           close user-master.
           move spaces to user-file-status.

       check-account-is-manager section.
           move "N" to account-is-manager.
           move "get" to roles-action.
           move mf-role to roles-role-name.
           call "roles" using roles-request roles-response.
           if (roles-success = "Y" and rr-can-manage-users = "Y")
               or (roles-success not = "Y" and mf-role = "admin")
               move "Y" to account-is-manager
           end-if.
           if account-is-manager = "Y" and manager-count < 100
               add 1 to manager-count
               move mf-username to manager-names(manager-count)
           end-if.

       find-type-interval section.
           move 0 to interval-days.
           perform varying type-index from 1 by 1
               until type-index > type-interval-count
               if ti-type(type-index) = cm-type
                   move ti-days(type-index) to interval-days
                   exit section
               end-if
           end-perform.
           move "get" to settings-action.
           move function concatenate(
               "review_interval_", function trim(cm-type)
           ) to settings-key.
           call "settings" using settings-request settings-response.
           if settings-success = "Y"
               and function trim(settings-value-out) is numeric
               and function numval(settings-value-out) > 0
               and function numval(settings-value-out) < 100000
               move function numval(settings-value-out)
                   to interval-days
           end-if.
           if type-interval-count < 40
               add 1 to type-interval-count
               move cm-type to ti-type(type-interval-count)
               move interval-days to ti-days(type-interval-count)
           end-if.

       check-one-item section.
           perform find-type-interval.
           if interval-days = 0
               exit section
           end-if.

           if function trim(cm-assigned-to) not = spaces
               move cm-assigned-to to item-owner
           else
               move cm-author to item-owner
           end-if.

           move "Y" to row-exists.
           move cm-id to fr-content-id.
           read content-reviews
               invalid key
                   move "N" to row-exists
                   initialize content-review-record
                   move cm-id to fr-content-id
                   move "current" to fr-state
           end-read.

           *> The clock starts again at whichever is later - the last
           *> save or the last confirmation.
           move cm-updated-date to baseline-date.
           if fr-last-reviewed is numeric
               and fr-last-reviewed > baseline-date
               move fr-last-reviewed to baseline-date
           end-if.
           if baseline-date not numeric
               or baseline-date = "00000000"
               move cm-created-date(1:4) to baseline-date(1:4)
               move cm-created-date(6:2) to baseline-date(5:2)
               move cm-created-date(9:2) to baseline-date(7:2)
           end-if.
           if baseline-date not numeric
               exit section
           end-if.
           compute age-days =
               function integer-of-date(function numval(bd-date))
               - function integer-of-date(
                   function numval(baseline-date)).

           move item-owner to fr-owner.
           move cm-type to fr-type.
           move cm-title(1:100) to fr-title.
           move cm-id to id-display.

           if age-days < interval-days
               if function trim(fr-state) = "due"
                   or function trim(fr-state) = "escalated"
                   *> Saved since it fell due - the edit is the review.
                   move "current" to fr-state
                   move cm-updated-date to fr-last-reviewed
                   move "(edited)" to fr-reviewed-by
                   add 1 to fr-review-count
                   add 1 to cleared-by-edit
                   perform save-review-row
               end-if
               exit section
           end-if.

           evaluate function trim(fr-state)
               when "due"
                   perform check-escalation
               when "escalated"
                   add 1 to still-due
                   perform save-review-row
               when other
                   perform open-review
           end-evaluate.

       open-review section.
           move "due" to fr-state.
           move bd-date to fr-due-since.
           move spaces to fr-escalated-on.
           perform save-review-row.
           add 1 to newly-due.
           move age-days to age-display.
           move "post" to notify-action.
           move item-owner to notify-user.
           move function concatenate(
               "Review due: #", function trim(id-display), ' "',
               function trim(cm-title(1:100)),
               '" has not been checked for ',
               function trim(age-display),
               " day(s) - confirm it or edit it from your review queue"
           ) to notify-text.
           call "notifications" using notify-request notify-response.
           display function concatenate(
               "REVIEW DUE: content id ", function trim(id-display),
               ' ("', function trim(cm-title), '") owner ',
               function trim(item-owner), ", unchanged ",
               function trim(age-display), " day(s)"
           ).

       check-escalation section.
           add 1 to still-due.
           if fr-due-since not numeric
               move bd-date to fr-due-since
           end-if.
           compute age-days =
               function integer-of-date(function numval(bd-date))
               - function integer-of-date(
                   function numval(fr-due-since)).
           if age-days < grace-days
               perform save-review-row
               exit section
           end-if.

           move "escalated" to fr-state.
           move bd-date to fr-escalated-on.
           perform save-review-row.
           add 1 to escalated-count.
           move age-days to age-display.
           perform varying manager-index from 1 by 1
               until manager-index > manager-count
               move "post" to notify-action
               move manager-names(manager-index) to notify-user
               move function concatenate(
                   "Overdue review: #", function trim(id-display), ' "',
                   function trim(cm-title(1:80)), '" owned by ',
                   function trim(item-owner), " has waited ",
                   function trim(age-display),
                   " day(s) for its freshness review"
               ) to notify-text
               call "notifications" using notify-request
                   notify-response
           end-perform.
           display function concatenate(
               "ESCALATED: content id ", function trim(id-display),
               ' ("', function trim(cm-title), '") owner ',
               function trim(item-owner), ", review due since ",
               fr-due-since
           ).

       save-review-row section.
           if row-exists = "Y"
               rewrite content-review-record
                   invalid key
                       continue
               end-rewrite
           else
               write content-review-record
                   invalid key
                       continue
               end-write
               move "Y" to row-exists
           end-if.

       display-summary section.
           display function concatenate(
               "review-content-freshness: checked ",
               function trim(records-checked), " record(s), ",
               function trim(newly-due), " newly due, ",
               function trim(still-due), " still waiting, ",
               function trim(escalated-count), " escalated, ",
               function trim(cleared-by-edit), " cleared by an edit"
           ).

       end program review-content-freshness.
