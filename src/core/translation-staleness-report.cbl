       identification division.
       program-id. translation-staleness-report.

       environment division.
       input-output section.
       file-control.
           select content-master
               assign to "data/content.dat"
               organization is indexed
               access mode is sequential
               record key is cm-id
               file status is content-file-status.

           select report-file
               assign to "data/translation-staleness.txt"
               organization is line sequential
               file status is report-file-status.

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

       fd  report-file.
       01  report-line          pic x(300).

       working-storage section.
       01 content-file-status  pic xx.
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

       01 id-display           pic z(9)9.
       01 source-display       pic z(9)9.
       01 behind-display       pic z(5)9.
       01 from-display         pic z(5)9.
       01 to-display           pic z(5)9.
       01 compare-display      pic z(5)9.
       01 count-display        pic z(5)9.

       01 report-counts.
           03 translations-read pic 9(6) value 0.
           03 translations-stale pic 9(6) value 0.
           03 translations-untracked pic 9(6) value 0.
           03 translations-current pic 9(6) value 0.

      *> translation-sync.cbl's LINKAGE shape with local names.
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

      *> Nightly list of translations whose source has moved on
      *> since the translation was last brought up to date: how many
      *> versions behind, who is assigned, and the revision range to
      *> compare on the source's history screen (revision 0 is its
      *> current text). Translations made before sync points were
      *> kept are listed separately - "Up to date" on the content
      *> list gives them one.
       procedure division.

       move "get" to bd-action.
       move spaces to bd-date-in.
       move spaces to bd-set-by.
       call "business-date" using business-date-request
           business-date-response.
       display function concatenate(
           "translation-staleness-report: business date ", bd-date-iso
       ).
       open output report-file.
       move function concatenate(
           "Translation staleness - ", bd-date-iso
       ) to report-line.
       write report-line.
       move spaces to report-line.
       write report-line.
       move "Translations behind their source" to report-line.
       write report-line.

       open input content-master.
       if content-file-status = "00"
           perform until content-file-status not = "00"
               read content-master next record
                   at end move "10" to content-file-status
                   not at end
                       if cm-translation-of > 0
                           and function trim(cm-status)
                               not = "trashed"
                           perform check-one-translation
                       end-if
               end-read
           end-perform
           close content-master
       end-if.
       if translations-stale = 0
           move "  none" to report-line
           write report-line
       end-if.

       if translations-untracked > 0
           perform list-untracked-translations
       end-if.

       move spaces to report-line.
       write report-line.
       move translations-read to count-display.
       move function concatenate(
           function trim(count-display), " translations: ",
           function trim(translations-stale), " behind, ",
           function trim(translations-current), " up to date, ",
           function trim(translations-untracked), " not tracked"
       ) to report-line.
       write report-line.
       close report-file.

       display function concatenate(
           "translation-staleness-report: ",
           function trim(translations-read), " translations, ",
           function trim(translations-stale), " behind, ",
           function trim(translations-untracked), " not tracked;",
           " report written to data/translation-staleness.txt"
       ).

       goback.

       check-one-translation section.
           add 1 to translations-read.
           perform fetch-sync-status.
           if ts-tracked not = "Y"
               add 1 to translations-untracked
               exit section
           end-if.
           if ts-versions-behind = 0
               add 1 to translations-current
               exit section
           end-if.
           add 1 to translations-stale.

           move cm-id to id-display.
           move ts-source-id-out to source-display.
           move ts-versions-behind to behind-display.
           move ts-synced-version to from-display.
           move ts-current-version to to-display.
           compute compare-display = ts-synced-revision + 1.
           move function concatenate(
               "  #", function trim(id-display), " [",
               function trim(cm-language), "] ",
               function trim(cm-title(1:60)), " - ",
               function trim(behind-display),
               " version(s) behind source #",
               function trim(source-display), " (v",
               function trim(from-display), " to v",
               function trim(to-display), ")"
           ) to report-line.
           write report-line.
           if cm-assigned-to = spaces
               move "      assigned to nobody" to report-line
           else
               move function concatenate(
                   "      assigned to ", function trim(cm-assigned-to)
               ) to report-line
           end-if.
           move function concatenate(
               function trim(report-line, trailing),
               "; compare source revision ",
               function trim(compare-display), " against 0"
           ) to report-line.
           write report-line.

       fetch-sync-status section.
           move "status" to ts-action.
           move cm-id to ts-translation-id.
           move 0 to ts-source-id.
           call "translation-sync" using translation-sync-request
               translation-sync-response.

       list-untracked-translations section.
           move spaces to report-line.
           write report-line.
           move "Translations with no sync point" to report-line.
           write report-line.
           open input content-master.
           if content-file-status not = "00"
               exit section
           end-if.
           perform until content-file-status not = "00"
               read content-master next record
                   at end move "10" to content-file-status
                   not at end
                       if cm-translation-of > 0
                           and function trim(cm-status)
                               not = "trashed"
                           perform fetch-sync-status
                           if ts-tracked not = "Y"
                               perform write-untracked-line
                           end-if
                       end-if
               end-read
           end-perform.
           close content-master.

       write-untracked-line section.
           move cm-id to id-display.
           move cm-translation-of to source-display.
           move function concatenate(
               "  #", function trim(id-display), " [",
               function trim(cm-language), "] ",
               function trim(cm-title(1:60)), " - translation of #",
               function trim(source-display)
           ) to report-line.
           write report-line.

       end program translation-staleness-report.
