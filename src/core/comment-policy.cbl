       identification division.
       program-id. comment-policy.

       environment division.
       input-output section.
       file-control.
      *> One row per item whose comments an editor set by hand - an
      *> item with no row follows its content type's default and the
      *> site's automatic closing.
           select comment-settings
               assign to "data/comment-settings.dat"
               organization is indexed
               access mode is dynamic
               record key is cs-content-id
               file status is settings-file-status.

      *> Key-plus-type-and-date reader over the content store. Named
      *> fields are only what the policy reads; the fillers must
      *> grow in step with database-interface.cbl's
      *> content-master-record.
           select content-lookup
               assign to "data/content.dat"
               organization is indexed
               access mode is dynamic
               record key is cl-id
               file status is content-lookup-status.

       data division.
       file section.
       fd  comment-settings.
       01  comment-settings-record.
           03 cs-content-id     pic 9(10).
           03 cs-mode           pic x(10).
           03 cs-set-by         pic x(50).
           03 cs-set-stamp      pic x(14).

       fd  content-lookup.
       01  content-lookup-record.
           03 cl-id             pic 9(10).
           03 cl-type           pic x(20).
           03 cl-status         pic x(20).
           03 filler            pic x(2250).
           03 cl-publish-date   pic x(20).
           03 filler            pic x(814).

       working-storage section.
       01 settings-file-status pic xx.
       01 content-lookup-status pic xx.
       01 policy-timestamp     pic x(21).
       01 close-after-days     pic 9(4) usage comp-5.
       01 published-int        pic 9(8) usage comp-5.
       01 closes-on-int        pic 9(8) usage comp-5.
       01 today-int            pic 9(8) usage comp-5.
       01 days-display         pic z(3)9.

      *> settings.cbl's LINKAGE shape with local names.
       01 settings-request.
           03 settings-action   pic x(10).
           03 settings-key      pic x(40).
           03 settings-value    pic x(200).

       01 settings-response.
           03 settings-success  pic x(1).
           03 settings-message  pic x(200).
           03 settings-value-out pic x(200).

       linkage section.
       01 comment-policy-request.
           03 cp-action         pic x(10).
           03 cp-content-id     pic 9(10).
           03 cp-mode           pic x(10).
           03 cp-set-by         pic x(50).

       01 comment-policy-response.
           03 cp-success        pic x(1).
           03 cp-message        pic x(200).
           03 cp-item-mode      pic x(10).
           03 cp-effective      pic x(10).
           03 cp-reason         pic x(100).

      *> Whether an item takes comments. Three modes: "open" (the
      *> ordinary path), "moderated" (every comment is held for an
      *> editor, whoever sends it) and "closed" (the form is replaced
      *> by a notice; approved comments stay on the page). Actions:
      *>   get     - the mode set on the item itself (spaces: none)
      *>   set     - store an item's mode ("default" removes it)
      *>   resolve - the mode in force right now, and why
      *> Resolution: a mode set on the item wins outright; otherwise
      *> the comments_default_<type> setting, else "open" - and an
      *> inherited mode closes once comments_close_days have passed
      *> since the item's publish date. An editor who sets "open" on
      *> an old item keeps it open on purpose.
       procedure division using comment-policy-request
           comment-policy-response.

       move "N" to cp-success.
       move spaces to cp-message.
       move spaces to cp-item-mode.
       move "open" to cp-effective.
       move spaces to cp-reason.

       evaluate cp-action
           when "get"
               perform read-item-mode
               move "Y" to cp-success
               move "Comment setting retrieved" to cp-message
           when "set"
               perform handle-set-mode
           when "resolve"
               perform handle-resolve-mode
           when other
               move "Invalid comment policy action" to cp-message
       end-evaluate.

       goback.

       read-item-mode section.
           move spaces to cp-item-mode.
           open input comment-settings.
           if settings-file-status not = "00"
               exit section
           end-if.
           move cp-content-id to cs-content-id.
           read comment-settings
               invalid key
                   continue
               not invalid key
                   move cs-mode to cp-item-mode
           end-read.
           close comment-settings.

       handle-set-mode section.
           if cp-content-id = 0
               move "A content id is required" to cp-message
               exit section
           end-if.
           move function lower-case(cp-mode) to cp-mode.
           if function trim(cp-mode) = spaces
               move "default" to cp-mode
           end-if.
           if function trim(cp-mode) not = "default"
               and function trim(cp-mode) not = "open"
               and function trim(cp-mode) not = "moderated"
               and function trim(cp-mode) not = "closed"
               move function concatenate(
                   "Comments can be open, moderated, closed or",
                   " default"
               ) to cp-message
               exit section
           end-if.

           open i-o comment-settings.
           if settings-file-status = "35"
               open output comment-settings
               close comment-settings
               open i-o comment-settings
           end-if.
           if settings-file-status not = "00"
               move "The comment settings store could not be opened"
                   to cp-message
               exit section
           end-if.

           move cp-content-id to cs-content-id.
           if function trim(cp-mode) = "default"
               delete comment-settings record
                   invalid key
                       continue
               end-delete
               move spaces to cp-item-mode
           else
               move cp-mode to cs-mode
               move cp-set-by to cs-set-by
               move function current-date to policy-timestamp
               move policy-timestamp(1:14) to cs-set-stamp
               write comment-settings-record
                   invalid key
                       rewrite comment-settings-record
               end-write
               move cp-mode to cp-item-mode
           end-if.
           close comment-settings.

           move "Y" to cp-success.
           move function concatenate(
               "Comments set to ", function trim(cp-mode)
           ) to cp-message.

       handle-resolve-mode section.
           move "Y" to cp-success.
           move "Comment setting resolved" to cp-message.
           perform read-item-mode.
           if cp-item-mode not = spaces
               move cp-item-mode to cp-effective
               move "set on this item" to cp-reason
               exit section
           end-if.

           open input content-lookup.
           if content-lookup-status not = "00"
               move "open" to cp-effective
               exit section
           end-if.
           move cp-content-id to cl-id.
           read content-lookup
               invalid key
                   move spaces to cl-type
                   move spaces to cl-publish-date
           end-read.
           close content-lookup.

           move "open" to cp-effective.
           if function trim(cl-type) not = spaces
               move "get" to settings-action
               move function concatenate(
                   "comments_default_", function trim(cl-type)
               ) to settings-key
               call "settings" using settings-request
                   settings-response
               if settings-success = "Y"
                   and (function trim(settings-value-out) = "open"
                   or function trim(settings-value-out) = "moderated"
                   or function trim(settings-value-out) = "closed")
                   move settings-value-out(1:10) to cp-effective
                   move function concatenate(
                       "default for ", function trim(cl-type)
                   ) to cp-reason
               end-if
           end-if.
           if function trim(cp-effective) = "closed"
               exit section
           end-if.
           perform check-automatic-closing.

       check-automatic-closing section.
           *> comments_close_days after the publish date (blank or 0:
           *> never); an item with no usable publish date never
           *> closes on age.
           move 0 to close-after-days.
           move "get" to settings-action.
           move "comments_close_days" to settings-key.
           call "settings" using settings-request settings-response.
           if settings-success = "Y"
               and function trim(settings-value-out) is numeric
               and function numval(settings-value-out) > 0
               move function numval(settings-value-out)
                   to close-after-days
           end-if.
           if close-after-days = 0
               exit section
           end-if.
           if cl-publish-date(1:4) not numeric
               or cl-publish-date(5:1) not = "-"
               or cl-publish-date(6:2) not numeric
               or cl-publish-date(8:1) not = "-"
               or cl-publish-date(9:2) not numeric
               exit section
           end-if.
           compute published-int = function integer-of-date(
               function numval(function concatenate(
                   cl-publish-date(1:4), cl-publish-date(6:2),
                   cl-publish-date(9:2)))).
           compute closes-on-int = published-int + close-after-days.
           compute today-int = function integer-of-date(
               function numval(function current-date(1:8))).
           if today-int >= closes-on-int
               move "closed" to cp-effective
               move close-after-days to days-display
               move function concatenate(
                   "closed automatically ",
                   function trim(days-display),
                   " days after publishing"
               ) to cp-reason
           end-if.

       end program comment-policy.
