       identification division.
       program-id. storage-quota.

       environment division.
       input-output section.
       file-control.
      *> One row per uploader whose quota an administrator set by
      *> hand - everyone else has the media_quota_user_mb default.
           select storage-quotas
               assign to "data/storage-quotas.dat"
               organization is indexed
               access mode is dynamic
               record key is sq-username
               file status is quota-file-status.

      *> Size-and-owner reader over the media store. Named fields
      *> are only what the quota reads; the fillers must grow in
      *> step with media.cbl's media-master-record.
           select media-lookup
               assign to "data/media.dat"
               organization is indexed
               access mode is dynamic
               record key is ml-id
               file status is media-lookup-status.

       data division.
       file section.
       fd  storage-quotas.
       01  storage-quota-record.
           03 sq-username       pic x(50).
           03 sq-quota-mb       pic 9(8).
           03 sq-set-by         pic x(50).
           03 sq-set-stamp      pic x(14).

       fd  media-lookup.
       01  media-lookup-record.
           03 ml-id             pic 9(10).
           03 filler            pic x(1010).
           03 ml-file-size      pic 9(10).
           03 filler            pic x(120).
           03 ml-uploaded-by    pic x(50).
           03 filler            pic x(765).
           03 ml-thumbnail-path pic x(500).
           03 filler            pic x(124).
           03 ml-site-id        pic x(20).
           03 filler            pic x(515).

       working-storage section.
       01 quota-file-status    pic xx.
       01 media-lookup-status  pic xx.
       01 quota-timestamp      pic x(21).
       01 quota-site           pic x(20).
       01 row-site             pic x(20).
       01 row-bytes            pic 9(15) usage comp-5.
       01 user-quota-bytes     pic 9(15) usage comp-5.
       01 site-quota-bytes     pic 9(15) usage comp-5.
       01 user-after-bytes     pic 9(15) usage comp-5.
       01 site-after-bytes     pic 9(15) usage comp-5.
       01 used-mb-display      pic z(7)9.
       01 quota-mb-display     pic z(7)9.
       01 mb-bytes             pic 9(8) usage comp-5 value 1048576.

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

      *> Media storage held per uploader and per site, against the
      *> quotas. Every row still in the media store counts - active
      *> or deleted-but-not-yet-purged - and an image's thumbnail
      *> (a full copy of its bytes) counts again. Quotas are in
      *> megabytes; 0 or blank means no limit. Actions:
      *>   get   - the override set for sq-user (sq-user-override)
      *>   set   - store sq-value as sq-user's override ("default"
      *>           or blank removes it, back to the site default)
      *>   check - both quotas and what the user and the site hold
      *>           now; sq-allowed "N" when sq-incoming-bytes more
      *>           would go over either (sq-message says which), and
      *>           sq-user-warn / sq-site-warn "Y" when the incoming
      *>           bytes carry usage across 80% of a quota
      *> Resolution: the user's override, else media_quota_user_mb;
      *> media_quota_site_mb_<site>, else media_quota_site_mb.
       procedure division using storage-quota-request
           storage-quota-response.

       move "N" to sq-success.
       move spaces to sq-message.
       move "Y" to sq-allowed.
       move "N" to sq-user-override.
       move 0 to sq-user-quota-mb.
       move 0 to sq-user-used.
       move "N" to sq-user-warn.
       move 0 to sq-site-quota-mb.
       move 0 to sq-site-used.
       move "N" to sq-site-warn.

       evaluate sq-action
           when "get"
               perform read-user-override
               move "Y" to sq-success
               move "Storage quota retrieved" to sq-message
           when "set"
               perform handle-set-override
           when "check"
               perform handle-check-usage
           when other
               move "Invalid storage quota action" to sq-message
       end-evaluate.

       goback.

       read-user-override section.
           move "N" to sq-user-override.
           if sq-user = spaces
               exit section
           end-if.
           open input storage-quotas.
           if quota-file-status not = "00"
               exit section
           end-if.
           move sq-user to sq-username.
           read storage-quotas
               invalid key
                   continue
               not invalid key
                   move "Y" to sq-user-override
                   move sq-quota-mb to sq-user-quota-mb
           end-read.
           close storage-quotas.

       handle-set-override section.
           if sq-user = spaces
               move "A username is required" to sq-message
               exit section
           end-if.
           move function lower-case(sq-value) to sq-value.
           if sq-value = spaces
               move "default" to sq-value
           end-if.
           if function trim(sq-value) not = "default"
               and function trim(sq-value) is not numeric
               move function concatenate(
                   "The quota is a number of megabytes (0: no limit)",
                   " or default"
               ) to sq-message
               exit section
           end-if.

           open i-o storage-quotas.
           if quota-file-status = "35"
               open output storage-quotas
               close storage-quotas
               open i-o storage-quotas
           end-if.
           if quota-file-status not = "00"
               move "The storage quota store could not be opened"
                   to sq-message
               exit section
           end-if.

           move sq-user to sq-username.
           if function trim(sq-value) = "default"
               delete storage-quotas record
                   invalid key
                       continue
               end-delete
               move function concatenate(
                   "Storage quota for ", function trim(sq-user),
                   " set back to the default"
               ) to sq-message
           else
               move function numval(sq-value) to sq-quota-mb
               move sq-changed-by to sq-set-by
               move function current-date to quota-timestamp
               move quota-timestamp(1:14) to sq-set-stamp
               write storage-quota-record
                   invalid key
                       rewrite storage-quota-record
               end-write
               move "Y" to sq-user-override
               move sq-quota-mb to sq-user-quota-mb
               move sq-quota-mb to quota-mb-display
               move function concatenate(
                   "Storage quota for ", function trim(sq-user),
                   " set to ", function trim(quota-mb-display), " MB"
               ) to sq-message
           end-if.
           close storage-quotas.
           move "Y" to sq-success.

       handle-check-usage section.
           move "Y" to sq-success.
           move "Storage usage retrieved" to sq-message.
           move sq-site to quota-site.
           if quota-site = spaces
               move "main" to quota-site
           end-if.
           perform resolve-quotas.
           perform total-current-usage.

           compute user-quota-bytes = sq-user-quota-mb * mb-bytes.
           compute site-quota-bytes = sq-site-quota-mb * mb-bytes.
           compute user-after-bytes = sq-user-used + sq-incoming-bytes.
           compute site-after-bytes = sq-site-used + sq-incoming-bytes.

           if sq-user-quota-mb > 0 and sq-user not = spaces
               and user-after-bytes > user-quota-bytes
               move "N" to sq-allowed
               move user-after-bytes to row-bytes
               move sq-user-quota-mb to quota-mb-display
               perform bytes-to-mb-display
               move function concatenate(
                   "Upload refused - it would take your media to ",
                   function trim(used-mb-display), " MB of your ",
                   function trim(quota-mb-display), " MB quota.",
                   " Deleted files count until they are purged."
               ) to sq-message
               exit section
           end-if.
           if sq-site-quota-mb > 0
               and site-after-bytes > site-quota-bytes
               move "N" to sq-allowed
               move site-after-bytes to row-bytes
               move sq-site-quota-mb to quota-mb-display
               perform bytes-to-mb-display
               move function concatenate(
                   "Upload refused - it would take the ",
                   function trim(quota-site), " site's media to ",
                   function trim(used-mb-display), " MB of its ",
                   function trim(quota-mb-display), " MB quota."
               ) to sq-message
               exit section
           end-if.

           if sq-incoming-bytes = 0
               exit section
           end-if.
           if sq-user-quota-mb > 0 and sq-user not = spaces
               and sq-user-used * 100 < user-quota-bytes * 80
               and user-after-bytes * 100 >= user-quota-bytes * 80
               move "Y" to sq-user-warn
           end-if.
           if sq-site-quota-mb > 0
               and sq-site-used * 100 < site-quota-bytes * 80
               and site-after-bytes * 100 >= site-quota-bytes * 80
               move "Y" to sq-site-warn
           end-if.

       resolve-quotas section.
           perform read-user-override.
           if sq-user-override not = "Y"
               move "media_quota_user_mb" to settings-key
               perform read-quota-setting
               if function trim(settings-value-out) is numeric
                   move function numval(settings-value-out)
                       to sq-user-quota-mb
               end-if
           end-if.

           move function concatenate(
               "media_quota_site_mb_", function trim(quota-site)
           ) to settings-key.
           perform read-quota-setting.
           if function trim(settings-value-out) is not numeric
               move "media_quota_site_mb" to settings-key
               perform read-quota-setting
           end-if.
           if function trim(settings-value-out) is numeric
               move function numval(settings-value-out)
                   to sq-site-quota-mb
           end-if.

       read-quota-setting section.
           move "get" to settings-action.
           move spaces to settings-value.
           call "settings" using settings-request settings-response.
           if settings-success not = "Y"
               move spaces to settings-value-out
           end-if.

       total-current-usage section.
           *> One pass over the media store for both totals.
           open input media-lookup.
           if media-lookup-status not = "00"
               exit section
           end-if.
           perform until media-lookup-status not = "00"
               read media-lookup next record
                   at end move "10" to media-lookup-status
                   not at end
                       perform count-one-media-row
               end-read
           end-perform.
           close media-lookup.

       count-one-media-row section.
           move ml-file-size to row-bytes.
           if ml-thumbnail-path not = spaces
               add ml-file-size to row-bytes
           end-if.
           if ml-uploaded-by = sq-user and sq-user not = spaces
               add row-bytes to sq-user-used
           end-if.
           move ml-site-id to row-site.
           if row-site = spaces
               move "main" to row-site
           end-if.
           if row-site = quota-site
               add row-bytes to sq-site-used
           end-if.

       bytes-to-mb-display section.
           *> row-bytes in whole megabytes, rounded up.
           compute used-mb-display
               = (row-bytes + mb-bytes - 1) / mb-bytes.

       end program storage-quota.
