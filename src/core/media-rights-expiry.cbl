       identification division.
       program-id. media-rights-expiry.

       environment division.
       input-output section.
       file-control.
      *> Rights reader over the media store - named fields are only
      *> what the report reads; the fillers must grow in step with
      *> media.cbl's media-master-record.
           select media-lookup
               assign to "data/media.dat"
               organization is indexed
               access mode is sequential
               record key is ml-id
               file status is media-lookup-status.

           select content-master
               assign to "data/content.dat"
               organization is indexed
               access mode is sequential
               record key is cm-id
               file status is content-file-status.

           select content-body-overflow
               assign to "data/content-body-overflow.dat"
               organization is indexed
               access mode is dynamic
               record key is cbo-key
               file status is body-overflow-status.

           select rights-report
               assign to "data/media-rights-expiry.txt"
               organization is line sequential
               file status is rights-report-status.

       data division.
       file section.
       fd  media-lookup.
       01  media-lookup-record.
           03 ml-id             pic 9(10).
           03 ml-filename       pic x(255).
           03 ml-original-name  pic x(255).
           03 filler            pic x(630).
           03 ml-uploaded-by    pic x(50).
           03 filler            pic x(755).
           03 ml-status         pic x(10).
           03 filler            pic x(644).
           03 ml-licence        pic x(100).
           03 ml-credit         pic x(150).
           03 ml-source         pic x(255).
           03 ml-rights-expiry  pic x(10).

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

       fd  content-body-overflow.
       01  content-body-overflow-record.
           03 cbo-key.
               05 cbo-content-id pic 9(10).
               05 cbo-seq        pic 9(4).
           03 cbo-text          pic x(2000).

       fd  rights-report.
       01  rights-report-line   pic x(400).

       working-storage section.
       01 media-lookup-status  pic xx.
       01 content-file-status  pic xx.
       01 body-overflow-status pic xx.
       01 rights-report-status pic xx.
       01 overflow-available   pic x(1) value "N".
       01 id-display           pic z(9)9.
       01 days-display         pic z(4)9.
       01 count-display        pic z(5)9.
       01 today-int            pic 9(8) usage comp-5.
       01 expiry-yyyymmdd      pic 9(8).
       01 days-left            pic s9(8) usage comp-5.
       01 expiry-window-days   pic 9(4) usage comp-5 value 30.

      *> Media whose rights run out inside the window (or already
      *> have), soonest first.
       01 expiring-table.
           03 expiring-count    pic 9(4) usage comp-5 value 0.
           03 expiring-rows occurs 200 times.
               05 er-id         pic 9(10).
               05 er-filename   pic x(255).
               05 er-name       pic x(255).
               05 er-uploaded-by pic x(50).
               05 er-licence    pic x(100).
               05 er-credit     pic x(150).
               05 er-source     pic x(255).
               05 er-expiry     pic x(10).
               05 er-days       pic s9(8) usage comp-5.
               05 er-page-count pic 9(6) usage comp-5.
       01 expiring-overflow    pic 9(6) usage comp-5 value 0.
       01 expiring-index       pic 9(4) usage comp-5.
       01 insert-at            pic 9(4) usage comp-5.

      *> Each published page found using an expiring item.
       01 usage-table.
           03 usage-count       pic 9(4) usage comp-5 value 0.
           03 usage-rows occurs 2000 times.
               05 ur-media-index pic 9(4) usage comp-5.
               05 ur-content-id pic 9(10).
               05 ur-slug       pic x(80).
               05 ur-title      pic x(200).
               05 ur-author     pic x(50).
       01 usage-overflow       pic 9(6) usage comp-5 value 0.
       01 usage-index          pic 9(4) usage comp-5.

      *> The body is matched in upper case, so a filename typed in
      *> either case still counts - the same rule as
      *> database-interface.cbl's media-usage export.
       01 full-body            pic x(12000).
       01 full-seg-start       pic 9(8) usage comp-5.
       01 match-haystack       pic x(12300).
       01 match-needle         pic x(300).
       01 match-needle-len     pic 9(4) usage comp-5.
       01 match-hits           pic 9(6) usage comp-5.
       01 page-uses-media      pic x(1).

       01 report-counts.
           03 media-checked     pic 9(6) value 0.
           03 media-expired     pic 9(6) value 0.
           03 media-expiring    pic 9(6) value 0.
           03 pages-affected    pic 9(6) value 0.

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

      *> notifications.cbl's LINKAGE shape with local names.
       01 notify-request.
           03 notify-action     pic x(15).
           03 notify-user       pic x(50).
           03 notify-text       pic x(200).

       01 notify-response.
           03 notify-success    pic x(1).
           03 notify-message    pic x(200).
           03 notify-unread     pic 9(6).

      *> Nightly usage-rights check. Every media item still in the
      *> library whose rights expiry (set on the admin media screen)
      *> falls within the next 30 days - or has already passed - is
      *> listed in data/media-rights-expiry.txt with its licence,
      *> credit and source, followed by every published page using
      *> it: pages naming its filename, placing it with
      *> [[media:id]], or carrying it as their social-share image,
      *> the same cross-reference the media-usage export draws. The
      *> reviewers get one summary notification and each uploader a
      *> note per item, so a licence can be renewed or the image
      *> replaced before it has to come down.
       procedure division.

       perform get-business-date.
       compute today-int =
           function integer-of-date(function numval(bd-date)).

       perform collect-expiring-media.
       if expiring-count > 0
           perform collect-page-usage
       end-if.

       open output rights-report.
       perform write-rights-report.
       close rights-report.

       perform send-expiry-notifications.
       perform display-summary.

       goback.

       get-business-date section.
           move "get" to bd-action.
           move spaces to bd-date-in.
           move spaces to bd-set-by.
           call "business-date" using business-date-request
               business-date-response.
           display function concatenate(
               "media-rights-expiry: business date ", bd-date-iso
           ).

       collect-expiring-media section.
           open input media-lookup.
           if media-lookup-status not = "00"
               display "media-rights-expiry: no media store to check"
               exit section
           end-if.
           perform until media-lookup-status not = "00"
               read media-lookup next record
                   at end move "10" to media-lookup-status
                   not at end
                       perform check-one-media-row
               end-read
           end-perform.
           close media-lookup.

       check-one-media-row section.
           if function trim(ml-status) = "deleted"
               exit section
           end-if.
           add 1 to media-checked.
           if ml-rights-expiry = spaces
               exit section
           end-if.
           *> Stored by the admin screen as yyyy-mm-dd and checked
           *> there; anything else is left alone.
           if ml-rights-expiry(1:4) not numeric
               or ml-rights-expiry(6:2) not numeric
               or ml-rights-expiry(9:2) not numeric
               exit section
           end-if.
           move function concatenate(
               ml-rights-expiry(1:4), ml-rights-expiry(6:2),
               ml-rights-expiry(9:2)
           ) to expiry-yyyymmdd.
           if function test-date-yyyymmdd(expiry-yyyymmdd) not = 0
               exit section
           end-if.
           compute days-left =
               function integer-of-date(expiry-yyyymmdd) - today-int.
           if days-left > expiry-window-days
               exit section
           end-if.

           if days-left < 0
               add 1 to media-expired
           else
               add 1 to media-expiring
           end-if.
           if expiring-count >= 200
               add 1 to expiring-overflow
               exit section
           end-if.

           *> Insert in expiry order - shift later rows down one.
           move expiring-count to insert-at.
           add 1 to insert-at.
           perform until insert-at = 1
               or er-days(insert-at - 1) <= days-left
               move expiring-rows(insert-at - 1)
                   to expiring-rows(insert-at)
               subtract 1 from insert-at
           end-perform.
           add 1 to expiring-count.
           move ml-id to er-id(insert-at).
           move ml-filename to er-filename(insert-at).
           move ml-original-name to er-name(insert-at).
           move ml-uploaded-by to er-uploaded-by(insert-at).
           move ml-licence to er-licence(insert-at).
           move ml-credit to er-credit(insert-at).
           move ml-source to er-source(insert-at).
           move ml-rights-expiry to er-expiry(insert-at).
           move days-left to er-days(insert-at).
           move 0 to er-page-count(insert-at).

       collect-page-usage section.
           open input content-master.
           if content-file-status not = "00"
               exit section
           end-if.
           move "N" to overflow-available.
           open input content-body-overflow.
           if body-overflow-status = "00"
               move "Y" to overflow-available
           end-if.
           perform until content-file-status not = "00"
               read content-master next record
                   at end move "10" to content-file-status
                   not at end
                       if function trim(cm-status) = "published"
                           perform check-one-page
                       end-if
               end-read
           end-perform.
           close content-master.
           if overflow-available = "Y"
               close content-body-overflow
           end-if.

       check-one-page section.
           perform assemble-full-body.
           move function upper-case(function concatenate(
               function trim(cm-title), " ", function trim(full-body)
           )) to match-haystack.
           move "N" to page-uses-media.
           perform varying expiring-index from 1 by 1
               until expiring-index > expiring-count
               perform check-page-uses-one-media
           end-perform.
           if page-uses-media = "Y"
               add 1 to pages-affected
           end-if.

       check-page-uses-one-media section.
           move 0 to match-hits.
           if cm-share-image-id = er-id(expiring-index)
               move 1 to match-hits
           end-if.
           if match-hits = 0
               and er-filename(expiring-index) not = spaces
               move function upper-case(er-filename(expiring-index))
                   to match-needle
               perform count-needle-in-page
           end-if.
           if match-hits = 0
               move er-id(expiring-index) to id-display
               move function concatenate(
                   "[[MEDIA:", function trim(id-display), "]]"
               ) to match-needle
               perform count-needle-in-page
           end-if.
           if match-hits = 0
               exit section
           end-if.

           move "Y" to page-uses-media.
           add 1 to er-page-count(expiring-index).
           if usage-count >= 2000
               add 1 to usage-overflow
               exit section
           end-if.
           add 1 to usage-count.
           move expiring-index to ur-media-index(usage-count).
           move cm-id to ur-content-id(usage-count).
           move cm-slug to ur-slug(usage-count).
           move cm-title to ur-title(usage-count).
           move cm-author to ur-author(usage-count).

       count-needle-in-page section.
           move function length(function trim(match-needle))
               to match-needle-len.
           inspect match-haystack tallying match-hits
               for all match-needle(1:match-needle-len).

       assemble-full-body section.
           *> cm-body plus its continuation rows, in key order.
           move spaces to full-body.
           move cm-body to full-body(1:2000).
           if overflow-available not = "Y"
               exit section
           end-if.
           move cm-id to cbo-content-id.
           move 0 to cbo-seq.
           move spaces to body-overflow-status.
           start content-body-overflow key is greater than cbo-key
               invalid key move "10" to body-overflow-status
           end-start.
           perform until body-overflow-status = "10"
               read content-body-overflow next record
                   at end move "10" to body-overflow-status
                   not at end
                       if cbo-content-id not = cm-id
                           move "10" to body-overflow-status
                       else
                           compute full-seg-start = (cbo-seq * 2000) + 1
                           if full-seg-start + 1999
                               <= length of full-body
                               move cbo-text
                                   to full-body(full-seg-start:2000)
                           end-if
                       end-if
               end-read
           end-perform.
           move spaces to body-overflow-status.

       write-rights-report section.
           move function concatenate(
               "Media usage rights expiring within ",
               "30 days - business date ", bd-date-iso
           ) to rights-report-line.
           write rights-report-line.
           move spaces to rights-report-line.
           write rights-report-line.

           if expiring-count = 0
               move "No media rights expire in the next 30 days."
                   to rights-report-line
               write rights-report-line
           end-if.
           perform varying expiring-index from 1 by 1
               until expiring-index > expiring-count
               perform write-one-media-entry
           end-perform.
           if expiring-overflow > 0
               move expiring-overflow to count-display
               move function concatenate(
                   function trim(count-display), " more item(s)",
                   " not listed - renew the ones above first"
               ) to rights-report-line
               write rights-report-line
           end-if.
           if usage-overflow > 0
               move usage-overflow to count-display
               move function concatenate(
                   function trim(count-display), " further page",
                   " use(s) not listed"
               ) to rights-report-line
               write rights-report-line
           end-if.

           move spaces to rights-report-line.
           write rights-report-line.
           move function concatenate(
               function trim(media-checked), " item(s) checked: ",
               function trim(media-expired), " already expired, ",
               function trim(media-expiring), " expiring; ",
               function trim(pages-affected),
               " published page(s) use them"
           ) to rights-report-line.
           write rights-report-line.

       write-one-media-entry section.
           move er-id(expiring-index) to id-display.
           if er-days(expiring-index) < 0
               compute days-display = 0 - er-days(expiring-index)
               move function concatenate(
                   "#", function trim(id-display), " ",
                   function trim(er-name(expiring-index)), " (",
                   function trim(er-filename(expiring-index)),
                   ") - rights EXPIRED ", er-expiry(expiring-index),
                   ", ", function trim(days-display), " day(s) ago"
               ) to rights-report-line
           else
               move er-days(expiring-index) to days-display
               move function concatenate(
                   "#", function trim(id-display), " ",
                   function trim(er-name(expiring-index)), " (",
                   function trim(er-filename(expiring-index)),
                   ") - rights expire ", er-expiry(expiring-index),
                   ", in ", function trim(days-display), " day(s)"
               ) to rights-report-line
           end-if.
           write rights-report-line.
           move function concatenate(
               "    licence: ",
               function trim(er-licence(expiring-index)),
               " | credit: ",
               function trim(er-credit(expiring-index)),
               " | uploaded by ",
               function trim(er-uploaded-by(expiring-index))
           ) to rights-report-line.
           write rights-report-line.
           if er-source(expiring-index) not = spaces
               move function concatenate(
                   "    source: ",
                   function trim(er-source(expiring-index))
               ) to rights-report-line
               write rights-report-line
           end-if.

           if er-page-count(expiring-index) = 0
               move "    not used on any published page"
                   to rights-report-line
               write rights-report-line
           end-if.
           perform varying usage-index from 1 by 1
               until usage-index > usage-count
               if ur-media-index(usage-index) = expiring-index
                   move ur-content-id(usage-index) to id-display
                   move function concatenate(
                       "    used on #", function trim(id-display),
                       " /", function trim(ur-slug(usage-index)),
                       " ", function trim(ur-title(usage-index)),
                       " (", function trim(ur-author(usage-index)), ")"
                   ) to rights-report-line
                   write rights-report-line
               end-if
           end-perform.
           move spaces to rights-report-line.
           write rights-report-line.

       send-expiry-notifications section.
           if expiring-count = 0 and expiring-overflow = 0
               exit section
           end-if.
           move "post-reviewers" to notify-action.
           move spaces to notify-user.
           move function concatenate(
               "Usage rights: ", function trim(media-expired),
               " media item(s) expired and ",
               function trim(media-expiring),
               " expiring within 30 days - see",
               " data/media-rights-expiry.txt"
           ) to notify-text.
           call "notifications" using notify-request notify-response.

           perform varying expiring-index from 1 by 1
               until expiring-index > expiring-count
               if er-uploaded-by(expiring-index) not = spaces
                   perform notify-one-uploader
               end-if
           end-perform.

       notify-one-uploader section.
           move "post" to notify-action.
           move er-uploaded-by(expiring-index) to notify-user.
           move er-page-count(expiring-index) to count-display.
           if er-days(expiring-index) < 0
               move function concatenate(
                   "The usage rights for ",
                   function trim(er-name(expiring-index)),
                   " expired on ", er-expiry(expiring-index),
                   " - used on ", function trim(count-display),
                   " published page(s)"
               ) to notify-text
           else
               move function concatenate(
                   "The usage rights for ",
                   function trim(er-name(expiring-index)),
                   " expire on ", er-expiry(expiring-index),
                   " - used on ", function trim(count-display),
                   " published page(s)"
               ) to notify-text
           end-if.
           call "notifications" using notify-request notify-response.

       display-summary section.
           display function concatenate(
               "media-rights-expiry: ", function trim(media-expired),
               " expired, ", function trim(media-expiring),
               " expiring, ", function trim(pages-affected),
               " page(s) affected; report written to",
               " data/media-rights-expiry.txt"
           ).

       end program media-rights-expiry.
