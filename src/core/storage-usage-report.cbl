       identification division.
       program-id. storage-usage-report.

       environment division.
       input-output section.
       file-control.
           select media-master
               assign to "data/media.dat"
               organization is indexed
               access mode is sequential
               record key is mm-id
               file status is media-master-status.

           select report-file
               assign to "data/storage-usage.txt"
               organization is line sequential
               file status is report-file-status.

       data division.
       file section.
       fd  media-master.
       01  media-master-record.
           03 mm-id              pic 9(10).
           03 mm-filename         pic x(255).
           03 mm-original-name    pic x(255).
           03 mm-file-path        pic x(500).
           03 mm-file-size        pic 9(10).
           03 mm-mime-type        pic x(100).
           03 mm-upload-date      pic x(20).
           03 mm-uploaded-by      pic x(50).
           03 mm-alt-text         pic x(255).
           03 mm-description      pic x(500).
           03 mm-status           pic x(10).
           03 mm-thumbnail-path   pic x(500).
           03 mm-deleted-date     pic x(20).
           03 mm-collection       pic x(30).
           03 mm-digest           pic x(64).
           03 mm-width            pic 9(5).
           03 mm-height           pic 9(5).
           03 mm-site-id          pic x(20).
           03 mm-licence          pic x(100).
           03 mm-credit           pic x(150).
           03 mm-source           pic x(255).
           03 mm-rights-expiry    pic x(10).

       fd  report-file.
       01  report-line          pic x(200).

       working-storage section.
       01 media-master-status  pic xx.
       01 report-file-status   pic xx.

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

      *> Per-holder totals - one table for uploaders, one for sites.
      *> Thumbnails are full copies of the image bytes, so they are
      *> held against the same owner as the original.
       01 user-table.
           03 user-count        pic 9(4) usage comp-5 value 0.
           03 user-rows occurs 500 times.
               05 us-name       pic x(50).
               05 us-files      pic 9(8) usage comp-5.
               05 us-active-bytes pic 9(15) usage comp-5.
               05 us-trash-bytes pic 9(15) usage comp-5.
               05 us-thumb-bytes pic 9(15) usage comp-5.
               05 us-total-bytes pic 9(15) usage comp-5.
       01 site-table.
           03 site-count        pic 9(4) usage comp-5 value 0.
           03 site-rows occurs 50 times.
               05 st-name       pic x(20).
               05 st-files      pic 9(8) usage comp-5.
               05 st-active-bytes pic 9(15) usage comp-5.
               05 st-trash-bytes pic 9(15) usage comp-5.
               05 st-thumb-bytes pic 9(15) usage comp-5.
               05 st-total-bytes pic 9(15) usage comp-5.
       01 row-index            pic 9(4) usage comp-5.
       01 row-found            pic 9(4) usage comp-5.
       01 row-site             pic x(20).
       01 holder-name          pic x(50).
       01 thumb-bytes          pic 9(15) usage comp-5.

       01 best-index           pic 9(4) usage comp-5.
       01 best-value           pic 9(15) usage comp-5.
       01 rank-no              pic 9(4) usage comp-5.
       01 rank-display         pic zz9.
       01 files-display        pic z(7)9.
       01 mb-bytes             pic 9(8) usage comp-5 value 1048576.
       01 mb-work              pic 9(10)v9 usage comp-3.
       01 active-mb-display    pic z(9)9.9.
       01 trash-mb-display     pic z(9)9.9.
       01 thumb-mb-display     pic z(9)9.9.
       01 total-mb-display     pic z(9)9.9.
       01 quota-mb-display     pic z(7)9.
       01 quota-percent        pic 9(6) usage comp-5.
       01 percent-display      pic z(5)9.
       01 quota-text           pic x(40).
       01 over-warning-count   pic 9(4) value 0.

      *> storage-quota.cbl's LINKAGE shape with local names - each
      *> holder's quota comes from the same resolution the upload
      *> check uses.
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

       01 report-counts.
           03 media-rows-read   pic 9(8) value 0.
           03 total-bytes       pic 9(15) usage comp-5 value 0.

      *> Weekly ranking of who holds the media storage: every
      *> uploader and every site by bytes held, largest first -
      *> active files, files deleted but not yet purged, and image
      *> thumbnails shown apart so a full trash or a thumbnail-heavy
      *> gallery is visible - against each holder's quota, with
      *> anything at 80% or more flagged.
       procedure division.

       move "get" to bd-action.
       move spaces to bd-date-in.
       move spaces to bd-set-by.
       call "business-date" using business-date-request
           business-date-response.
       display function concatenate(
           "storage-usage-report: business date ", bd-date-iso
       ).
       open input media-master.
       if media-master-status = "00"
           perform until media-master-status not = "00"
               read media-master next record
                   at end move "10" to media-master-status
                   not at end
                       add 1 to media-rows-read
                       perform tally-one-media-row
               end-read
           end-perform
           close media-master
       end-if.

       open output report-file.
       move function concatenate(
           "Media storage usage - ", bd-date-iso
       ) to report-line.
       write report-line.
       compute mb-work rounded = total-bytes / mb-bytes.
       move mb-work to total-mb-display.
       move function concatenate(
           function trim(media-rows-read), " file(s) held, ",
           function trim(total-mb-display), " MB including",
           " thumbnails and deleted files awaiting purge"
       ) to report-line.
       write report-line.

       perform write-user-ranking.
       perform write-site-ranking.

       move spaces to report-line.
       write report-line.
       move function concatenate(
           function trim(over-warning-count),
           " holder(s) at 80% or more of their quota"
       ) to report-line.
       write report-line.
       close report-file.

       display function concatenate(
           "storage-usage-report: ", function trim(media-rows-read),
           " file(s), ", function trim(user-count), " uploader(s), ",
           function trim(site-count), " site(s); ",
           function trim(over-warning-count), " near or over quota;",
           " report written to data/storage-usage.txt"
       ).

       goback.

       tally-one-media-row section.
           move 0 to thumb-bytes.
           if mm-thumbnail-path not = spaces
               move mm-file-size to thumb-bytes
           end-if.
           add mm-file-size to total-bytes.
           add thumb-bytes to total-bytes.

           move mm-uploaded-by to holder-name.
           if holder-name = spaces
               move "(unknown)" to holder-name
           end-if.
           perform find-user-row.
           if row-found > 0
               add 1 to us-files(row-found)
               if function trim(mm-status) = "deleted"
                   add mm-file-size to us-trash-bytes(row-found)
               else
                   add mm-file-size to us-active-bytes(row-found)
               end-if
               add thumb-bytes to us-thumb-bytes(row-found)
               compute us-total-bytes(row-found)
                   = us-total-bytes(row-found) + mm-file-size
                   + thumb-bytes
           end-if.

           move mm-site-id to row-site.
           if row-site = spaces
               move "main" to row-site
           end-if.
           perform find-site-row.
           if row-found > 0
               add 1 to st-files(row-found)
               if function trim(mm-status) = "deleted"
                   add mm-file-size to st-trash-bytes(row-found)
               else
                   add mm-file-size to st-active-bytes(row-found)
               end-if
               add thumb-bytes to st-thumb-bytes(row-found)
               compute st-total-bytes(row-found)
                   = st-total-bytes(row-found) + mm-file-size
                   + thumb-bytes
           end-if.

       find-user-row section.
           move 0 to row-found.
           perform varying row-index from 1 by 1
               until row-index > user-count
               if us-name(row-index) = holder-name
                   move row-index to row-found
                   exit perform
               end-if
           end-perform.
           if row-found = 0 and user-count < 500
               add 1 to user-count
               move user-count to row-found
               move holder-name to us-name(row-found)
               move 0 to us-files(row-found)
               move 0 to us-active-bytes(row-found)
               move 0 to us-trash-bytes(row-found)
               move 0 to us-thumb-bytes(row-found)
               move 0 to us-total-bytes(row-found)
           end-if.

       find-site-row section.
           move 0 to row-found.
           perform varying row-index from 1 by 1
               until row-index > site-count
               if st-name(row-index) = row-site
                   move row-index to row-found
                   exit perform
               end-if
           end-perform.
           if row-found = 0 and site-count < 50
               add 1 to site-count
               move site-count to row-found
               move row-site to st-name(row-found)
               move 0 to st-files(row-found)
               move 0 to st-active-bytes(row-found)
               move 0 to st-trash-bytes(row-found)
               move 0 to st-thumb-bytes(row-found)
               move 0 to st-total-bytes(row-found)
           end-if.

       write-user-ranking section.
           move spaces to report-line.
           write report-line.
           move "UPLOADERS BY BYTES HELD" to report-line.
           write report-line.
           move function concatenate(
               "rank | uploader | files | active MB | deleted MB |",
               " thumbnails MB | total MB | quota"
           ) to report-line.
           write report-line.
           if user-count = 0
               move "  none" to report-line
               write report-line
               exit section
           end-if.

           perform varying rank-no from 1 by 1
               until rank-no > user-count
               move 0 to best-index
               move 0 to best-value
               perform varying row-index from 1 by 1
                   until row-index > user-count
                   if us-files(row-index) > 0
                       and (best-index = 0
                       or us-total-bytes(row-index) > best-value)
                       move us-total-bytes(row-index) to best-value
                       move row-index to best-index
                   end-if
               end-perform
               if best-index > 0
                   perform write-one-user-line
               end-if
           end-perform.

       write-one-user-line section.
           move us-active-bytes(best-index) to best-value.
           compute mb-work rounded = best-value / mb-bytes.
           move mb-work to active-mb-display.
           move us-trash-bytes(best-index) to best-value.
           compute mb-work rounded = best-value / mb-bytes.
           move mb-work to trash-mb-display.
           move us-thumb-bytes(best-index) to best-value.
           compute mb-work rounded = best-value / mb-bytes.
           move mb-work to thumb-mb-display.
           move us-total-bytes(best-index) to best-value.
           compute mb-work rounded = best-value / mb-bytes.
           move mb-work to total-mb-display.

           move "check" to sq-action.
           move spaces to sq-user.
           if us-name(best-index) not = "(unknown)"
               move us-name(best-index) to sq-user
           end-if.
           move spaces to sq-site.
           move 0 to sq-incoming-bytes.
           move spaces to sq-value.
           move spaces to sq-changed-by.
           call "storage-quota" using storage-quota-request
               storage-quota-response.
           if sq-user = spaces
               move 0 to sq-user-quota-mb
           end-if.
           move sq-user-quota-mb to quota-mb-display.
           perform describe-quota.

           move rank-no to rank-display.
           move us-files(best-index) to files-display.
           move function concatenate(
               function trim(rank-display), " | ",
               function trim(us-name(best-index)), " | ",
               function trim(files-display), " | ",
               function trim(active-mb-display), " | ",
               function trim(trash-mb-display), " | ",
               function trim(thumb-mb-display), " | ",
               function trim(total-mb-display), " | ",
               function trim(quota-text)
           ) to report-line.
           write report-line.
           *> Taken out of the running for the next rank.
           move 0 to us-files(best-index).

       write-site-ranking section.
           move spaces to report-line.
           write report-line.
           move "SITES BY BYTES HELD" to report-line.
           write report-line.
           move function concatenate(
               "rank | site | files | active MB | deleted MB |",
               " thumbnails MB | total MB | quota"
           ) to report-line.
           write report-line.
           if site-count = 0
               move "  none" to report-line
               write report-line
               exit section
           end-if.

           perform varying rank-no from 1 by 1
               until rank-no > site-count
               move 0 to best-index
               move 0 to best-value
               perform varying row-index from 1 by 1
                   until row-index > site-count
                   if st-files(row-index) > 0
                       and (best-index = 0
                       or st-total-bytes(row-index) > best-value)
                       move st-total-bytes(row-index) to best-value
                       move row-index to best-index
                   end-if
               end-perform
               if best-index > 0
                   perform write-one-site-line
               end-if
           end-perform.

       write-one-site-line section.
           move st-active-bytes(best-index) to best-value.
           compute mb-work rounded = best-value / mb-bytes.
           move mb-work to active-mb-display.
           move st-trash-bytes(best-index) to best-value.
           compute mb-work rounded = best-value / mb-bytes.
           move mb-work to trash-mb-display.
           move st-thumb-bytes(best-index) to best-value.
           compute mb-work rounded = best-value / mb-bytes.
           move mb-work to thumb-mb-display.
           move st-total-bytes(best-index) to best-value.
           compute mb-work rounded = best-value / mb-bytes.
           move mb-work to total-mb-display.

           move "check" to sq-action.
           move spaces to sq-user.
           move st-name(best-index) to sq-site.
           move 0 to sq-incoming-bytes.
           move spaces to sq-value.
           move spaces to sq-changed-by.
           call "storage-quota" using storage-quota-request
               storage-quota-response.
           move sq-site-quota-mb to quota-mb-display.
           move sq-site-quota-mb to sq-user-quota-mb.
           perform describe-quota.

           move rank-no to rank-display.
           move st-files(best-index) to files-display.
           move function concatenate(
               function trim(rank-display), " | ",
               function trim(st-name(best-index)), " | ",
               function trim(files-display), " | ",
               function trim(active-mb-display), " | ",
               function trim(trash-mb-display), " | ",
               function trim(thumb-mb-display), " | ",
               function trim(total-mb-display), " | ",
               function trim(quota-text)
           ) to report-line.
           write report-line.
           move 0 to st-files(best-index).

       describe-quota section.
           *> best-value holds the holder's total bytes and
           *> sq-user-quota-mb the quota that applies to it.
           if sq-user-quota-mb = 0
               move "no limit" to quota-text
               exit section
           end-if.
           compute quota-percent
               = (best-value * 100) / (sq-user-quota-mb * mb-bytes).
           move quota-percent to percent-display.
           move function concatenate(
               function trim(percent-display), "% of ",
               function trim(quota-mb-display), " MB"
           ) to quota-text.
           if quota-percent >= 80
               add 1 to over-warning-count
               move function concatenate(
                   function trim(quota-text), " - WARNING"
               ) to quota-text
           end-if.

       end program storage-usage-report.
