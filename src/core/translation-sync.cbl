       identification division.
       program-id. translation-sync.

       environment division.
       input-output section.
       file-control.
      *> One row per translation: which version of its source the
      *> translation was last brought in line with. A translation
      *> with no row predates the tracking and is reported as such.
           select translation-sync-master
               assign to "data/translation-sync.dat"
               organization is indexed
               access mode is dynamic
               record key is sy-translation-id
               file status is sync-file-status.

      *> Key-plus-version reader over the content store. Named
      *> fields are only what the tracking reads; the fillers must
      *> grow in step with database-interface.cbl's
      *> content-master-record.
           select content-lookup
               assign to "data/content.dat"
               organization is indexed
               access mode is dynamic
               record key is cl-id
               file status is content-lookup-status.

      *> The source's revision history - the newest revision number
      *> at sync time is what the "compare since" link starts from.
           select revision-lookup
               assign to "data/content-revisions.dat"
               organization is indexed
               access mode is dynamic
               record key is rl-key
               file status is revision-lookup-status.

       data division.
       file section.
       fd  translation-sync-master.
       01  translation-sync-record.
           03 sy-translation-id pic 9(10).
           03 sy-source-id      pic 9(10).
           03 sy-source-version pic 9(6).
           03 sy-source-revision pic 9(6).
           03 sy-synced-by      pic x(50).
           03 sy-synced-stamp   pic x(14).

       fd  content-lookup.
       01  content-lookup-record.
           03 cl-id             pic 9(10).
           03 filler            pic x(2380).
           03 cl-version        pic 9(6).
           03 filler            pic x(5).
           03 cl-translation-of pic 9(10).
           03 filler            pic x(723).

       fd  revision-lookup.
       01  revision-lookup-record.
           03 rl-key.
               05 rl-content-id pic 9(10).
               05 rl-revision-no pic 9(6).
           03 filler            pic x(2270).

       working-storage section.
       01 sync-file-status     pic xx.
       01 content-lookup-status pic xx.
       01 revision-lookup-status pic xx.
       01 sync-timestamp       pic x(21).
       01 lookup-source-id     pic 9(10).
       01 lookup-found         pic x(1).
       01 lookup-version       pic 9(6).
       01 lookup-revision      pic 9(6).

       linkage section.
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

      *> How far a translation has fallen behind its source. Actions:
      *>   record - store the source version and newest revision the
      *>            caller read (database-interface, which already
      *>            holds the content store open, on every create of
      *>            a translation and every change of its source)
      *>   mark   - the same, looking the source's current version
      *>            up here - an editor's "this translation is up to
      *>            date" from the content screen
      *>   status - the stored sync point against the source's
      *>            version now: ts-versions-behind is the difference
      *>            (ts-tracked "N": no sync point on file)
      *> Revision numbers are kept alongside versions because not
      *> every version bump snapshots a revision (trash and restore
      *> do not) - revision ts-synced-revision + 1 is the source as
      *> it stood when the translation was made.
       procedure division using translation-sync-request
           translation-sync-response.

       move "N" to ts-success.
       move spaces to ts-message.
       move "N" to ts-tracked.
       move 0 to ts-source-id-out.
       move 0 to ts-synced-version.
       move 0 to ts-synced-revision.
       move 0 to ts-current-version.
       move 0 to ts-versions-behind.
       move spaces to ts-synced-stamp.

       evaluate ts-action
           when "record"
               perform handle-record-sync
           when "mark"
               perform handle-mark-synced
           when "status"
               perform handle-sync-status
           when other
               move "Invalid translation sync action" to ts-message
       end-evaluate.

       goback.

       handle-record-sync section.
           if ts-translation-id = 0 or ts-source-id = 0
               move "A translation and its source are required"
                   to ts-message
               exit section
           end-if.
           perform write-sync-row.

       handle-mark-synced section.
           if ts-translation-id = 0
               move "A content id is required" to ts-message
               exit section
           end-if.
           open input content-lookup.
           if content-lookup-status not = "00"
               move "The content store could not be opened"
                   to ts-message
               exit section
           end-if.
           move ts-translation-id to cl-id.
           read content-lookup
               invalid key
                   move 0 to cl-translation-of
           end-read.
           close content-lookup.
           if cl-translation-of = 0
               move "That item is not a translation" to ts-message
               exit section
           end-if.
           move cl-translation-of to ts-source-id.
           move cl-translation-of to lookup-source-id.
           perform look-up-source-position.
           if lookup-found = "N"
               move "The source item no longer exists" to ts-message
               exit section
           end-if.
           move lookup-version to ts-source-version.
           move lookup-revision to ts-source-revision.
           perform write-sync-row.

       write-sync-row section.
           open i-o translation-sync-master.
           if sync-file-status = "35"
               open output translation-sync-master
               close translation-sync-master
               open i-o translation-sync-master
           end-if.
           if sync-file-status not = "00"
               move "The translation sync store could not be opened"
                   to ts-message
               exit section
           end-if.
           move ts-translation-id to sy-translation-id.
           move ts-source-id to sy-source-id.
           move ts-source-version to sy-source-version.
           move ts-source-revision to sy-source-revision.
           move ts-synced-by to sy-synced-by.
           move function current-date to sync-timestamp.
           move sync-timestamp(1:14) to sy-synced-stamp.
           write translation-sync-record
               invalid key
                   rewrite translation-sync-record
           end-write.
           close translation-sync-master.

           move "Y" to ts-success.
           move "Y" to ts-tracked.
           move ts-source-id to ts-source-id-out.
           move ts-source-version to ts-synced-version.
           move ts-source-revision to ts-synced-revision.
           move ts-source-version to ts-current-version.
           move sy-synced-stamp to ts-synced-stamp.
           move "Translation marked up to date with its source"
               to ts-message.

       handle-sync-status section.
           move "Y" to ts-success.
           open input translation-sync-master.
           if sync-file-status not = "00"
               move "Not tracked" to ts-message
               exit section
           end-if.
           move ts-translation-id to sy-translation-id.
           read translation-sync-master
               invalid key
                   move "N" to ts-tracked
               not invalid key
                   move "Y" to ts-tracked
           end-read.
           close translation-sync-master.
           if ts-tracked = "N"
               move "Not tracked" to ts-message
               exit section
           end-if.

           move sy-source-id to ts-source-id-out.
           move sy-source-version to ts-synced-version.
           move sy-source-revision to ts-synced-revision.
           move sy-synced-stamp to ts-synced-stamp.
           move sy-source-id to lookup-source-id.
           perform look-up-source-position.
           if lookup-found = "N"
               move sy-source-version to ts-current-version
               move "The source item no longer exists" to ts-message
               exit section
           end-if.
           move lookup-version to ts-current-version.
           if lookup-version > sy-source-version
               compute ts-versions-behind
                   = lookup-version - sy-source-version
               move "Source has changed since" to ts-message
           else
               move "Up to date" to ts-message
           end-if.

       look-up-source-position section.
           *> Current version and newest revision number of the item
           *> in lookup-source-id.
           move "N" to lookup-found.
           move 0 to lookup-version.
           move 0 to lookup-revision.
           open input content-lookup.
           if content-lookup-status not = "00"
               exit section
           end-if.
           move lookup-source-id to cl-id.
           read content-lookup
               invalid key
                   continue
               not invalid key
                   move "Y" to lookup-found
                   move cl-version to lookup-version
           end-read.
           close content-lookup.
           if lookup-found = "N"
               exit section
           end-if.

           open input revision-lookup.
           if revision-lookup-status not = "00"
               exit section
           end-if.
           move lookup-source-id to rl-content-id.
           move 0 to rl-revision-no.
           start revision-lookup key is greater than rl-key
               invalid key move "10" to revision-lookup-status
           end-start.
           perform until revision-lookup-status = "10"
               read revision-lookup next record
                   at end move "10" to revision-lookup-status
                   not at end
                       if rl-content-id not = lookup-source-id
                           move "10" to revision-lookup-status
                       else
                           move rl-revision-no to lookup-revision
                       end-if
               end-read
           end-perform.
           close revision-lookup.

       end program translation-sync.
