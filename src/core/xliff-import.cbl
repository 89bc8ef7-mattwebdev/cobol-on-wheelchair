       identification division.
       program-id. xliff-import.

       environment division.
       input-output section.
       file-control.
      *> The agency's returned file - XLIFF_FILE names it, default
      *> data/xliff-import.xlf.
           select xliff-file
               assign to xliff-file-name
               organization is line sequential
               file status is xliff-file-status.

           select validation-report
               assign to "data/xliff-import-report.txt"
               organization is line sequential
               file status is report-file-status.

      *> Same single-writer gate every other mutator of the shared
      *> stores takes.
           select write-lock-file
               assign to "data/db-write.lock"
               organization is sequential
               file status is write-lock-status.

      *> Same write-ahead journal database-interface.cbl keeps -
      *> BEGIN/COMMIT images for every content and continuation-row
      *> write, so db-recover.cbl can roll a torn run back.
           select db-journal
               assign to "data/db-journal.dat"
               organization is sequential
               file status is db-journal-status.

           select content-master
               assign to "data/content.dat"
               organization is indexed
               access mode is dynamic
               record key is cm-id
               file status is content-file-status.

           select content-body-overflow
               assign to "data/content-body-overflow.dat"
               organization is indexed
               access mode is dynamic
               record key is cbo-key
               file status is body-overflow-status.

      *> An existing translation is snapshotted before the agency's
      *> text replaces it, the same revision rows an editor's save
      *> leaves behind.
           select content-revisions
               assign to "data/content-revisions.dat"
               organization is indexed
               access mode is dynamic
               record key is cr-key
               file status is content-rev-status.

           select revision-body-overflow
               assign to "data/revision-body-overflow.dat"
               organization is indexed
               access mode is dynamic
               record key is rbo-key
               file status is rev-overflow-status.

       data division.
       file section.
       fd  xliff-file.
       01  xliff-line           pic x(32000).

       fd  validation-report.
       01  report-line          pic x(300).

       fd  write-lock-file.
       01  write-lock-record    pic x(1).

       fd  db-journal.
       01  db-journal-record.
           03 jr-timestamp      pic x(21).
           03 jr-collection     pic x(10).
           03 jr-phase          pic x(8).
           03 jr-record-key     pic x(64).
           03 jr-before-image   pic x(3200).
           03 jr-after-image    pic x(3200).

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

       fd  content-revisions.
       01  content-revision-record.
           03 cr-key.
               05 cr-content-id pic 9(10).
               05 cr-revision-no pic 9(6).
           03 cr-changed-by     pic x(50).
           03 cr-changed-date   pic x(20).
           03 cr-title          pic x(200).
           03 cr-body           pic x(2000).

       fd  revision-body-overflow.
       01  revision-body-overflow-record.
           03 rbo-key.
               05 rbo-content-id pic 9(10).
               05 rbo-revision-no pic 9(6).
               05 rbo-seq        pic 9(4).
           03 rbo-text          pic x(2000).

       working-storage section.
       01 xliff-file-status    pic xx.
       01 report-file-status   pic xx.
       01 content-file-status  pic xx.
       01 body-overflow-status pic xx.
       01 content-rev-status   pic xx.
       01 rev-overflow-status  pic xx.
       01 db-journal-status    pic xx.
       01 xliff-file-name      pic x(200).
       01 write-lock-status    pic xx.
       01 write-lock-held      pic x(1) value "N".
       01 lock-try-count       pic 99 usage comp-5.
       01 lock-retry-limit     pic 99 usage comp-5 value 50.
       01 lock-retry-nanos     pic 9(18) usage comp-5
           value 100000000.
       01 journal-collection-stage pic x(10).
       01 journal-key-stage    pic x(64).
       01 journal-before-stage pic x(3200).
       01 journal-after-stage  pic x(3200).
       01 import-timestamp     pic x(21).
       01 today-stamp          pic x(8).
       01 id-display           pic z(9)9.
       01 source-display       pic z(9)9.
       01 version-display      pic z(5)9.
       01 exported-display     pic z(5)9.
       01 seg-no-display       pic z(3)9.
       01 cache-purge-path     pic x(200).
       01 cache-delete-rc      pic s9(9) usage comp-5.

      *> The whole returned document, lines rejoined with line
      *> feeds - agency tools disagree about where XML breaks lines,
      *> so the parse never depends on them.
       01 xml-doc              pic x(500000).
       01 doc-len              pic 9(8) usage comp-5.
       01 doc-line-len         pic 9(8) usage comp-5.
       01 doc-too-long         pic x(1) value "N".

       01 find-needle          pic x(40).
       01 find-needle-len      pic 99 usage comp-5.
       01 find-from            pic 9(8) usage comp-5.
       01 find-limit           pic 9(8) usage comp-5.
       01 find-at              pic 9(8) usage comp-5.
       01 find-pos             pic 9(8) usage comp-5.

       01 scan-pos             pic 9(8) usage comp-5.
       01 file-start           pic 9(8) usage comp-5.
       01 file-tag-end         pic 9(8) usage comp-5.
       01 file-end             pic 9(8) usage comp-5.
       01 unit-start           pic 9(8) usage comp-5.
       01 unit-tag-end         pic 9(8) usage comp-5.
       01 unit-end             pic 9(8) usage comp-5.
       01 tag-start            pic 9(8) usage comp-5.
       01 tag-end              pic 9(8) usage comp-5.
       01 attr-name            pic x(30).
       01 attr-value           pic x(200).
       01 attr-start           pic 9(8) usage comp-5.
       01 attr-quote           pic x(1).
       01 element-name         pic x(10).
       01 element-found        pic x(1).
       01 element-open         pic 9(8) usage comp-5.
       01 element-gt           pic 9(8) usage comp-5.
       01 element-close        pic 9(8) usage comp-5.
       01 element-after        pic x(1).

      *> Entity and tag removal over one element's text - a raw "<"
      *> cannot occur in XML character data, so any tag met inside
      *> a target (a tool's segment markers) is dropped.
       01 unesc-start          pic 9(8) usage comp-5.
       01 unesc-len            pic 9(8) usage comp-5.
       01 unesc-result         pic x(2000).
       01 unesc-pos            pic 9(8) usage comp-5.
       01 unesc-out-pos        pic 9(4) usage comp-5.
       01 unesc-char           pic x(1).
       01 entity-end           pic 9(8) usage comp-5.
       01 entity-name          pic x(10).
       01 entity-code          pic 9(4) usage comp-5.
       01 entity-digit         pic 9(4) usage comp-5.
       01 entity-idx           pic 99 usage comp-5.
       01 hex-alphabet         pic x(16) value "0123456789abcdef".

      *> The units of the file element being processed.
       01 returned-units.
           03 unit-count        pic 9(4) usage comp-5.
           03 returned-unit occurs 210 times.
               05 ru-id         pic x(20).
               05 ru-source     pic x(2000).
               05 ru-target     pic x(2000).
               05 ru-has-target pic x(1).
               05 ru-matched    pic x(1).
       01 unit-index           pic 9(4) usage comp-5.
       01 unit-found           pic 9(4) usage comp-5.
       01 wanted-unit-id       pic x(20).

       01 file-original        pic x(200).
       01 file-language        pic x(5).
       01 file-version         pic 9(6).
       01 file-source-id       pic 9(10).
       01 file-issues          pic 9(4) usage comp-5.
       01 file-translated      pic 9(4) usage comp-5.
       01 issue-text           pic x(200).
       01 current-text         pic x(2000).

      *> The source item as it stands now, kept while the record
      *> area moves on to the translation row.
       01 source-record        pic x(3134).
       01 source-fields redefines source-record.
           03 src-id            pic 9(10).
           03 src-type          pic x(20).
           03 src-status        pic x(20).
           03 src-author        pic x(50).
           03 src-title         pic x(200).
           03 filler            pic x(2090).
           03 src-version       pic 9(6).
           03 src-language      pic x(5).
           03 filler            pic x(148).
           03 src-site-id       pic x(20).
           03 src-meta-desc     pic x(300).
           03 filler            pic x(200).
           03 src-share-image-id pic 9(10).
           03 filler            pic x(55).

       01 new-title            pic x(200).
       01 new-meta-desc        pic x(300).
       01 new-body             pic x(12000).
       01 new-body-pos         pic 9(8) usage comp-5.
       01 piece-text           pic x(2000).
       01 piece-text-len       pic 9(4) usage comp-5.
       01 existing-id          pic 9(10).
       01 next-content-id      pic 9(10) value 0.

      *> Same segmentation xliff-export.cbl applies to a source body
      *> (paragraphs between blank lines, split at the last space
      *> before 2000 bytes) - the two must change together.
       01 segment-table.
           03 segment-count     pic 9(4) usage comp-5.
           03 segment-text occurs 200 times pic x(2000).
       01 seg-body             pic x(12000).
       01 seg-body-len         pic 9(8) usage comp-5.
       01 seg-pos              pic 9(8) usage comp-5.
       01 seg-out-pos          pic 9(8) usage comp-5.
       01 para-start           pic 9(8) usage comp-5.
       01 para-len             pic 9(8) usage comp-5.
       01 piece-len            pic 9(8) usage comp-5.
       01 break-pos            pic 9(8) usage comp-5.

      *> Full-body assembly and continuation-row bookkeeping, the
      *> same 2000-byte slices database-interface.cbl keeps.
       01 full-body            pic x(12000).
       01 full-body-len        pic 9(8) usage comp-5.
       01 ovfl-seg-no          pic 9(4) usage comp-5.
       01 ovfl-seg-start       pic 9(8) usage comp-5.
       01 ovfl-seg-len         pic 9(8) usage comp-5.
       01 rev-next-no          pic 9(6).
       01 synced-revision      pic 9(6).

      *> translation-sync.cbl's LINKAGE shape with local names - an
      *> imported translation is in line with the source version
      *> the agency was sent.
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
           03 files-read        pic 9(4) value 0.
           03 translations-created pic 9(4) value 0.
           03 translations-updated pic 9(4) value 0.
           03 files-skipped     pic 9(4) value 0.
           03 issues-reported   pic 9(6) value 0.

      *> Loads a translated XLIFF 1.2 file back from the agency.
      *> Each file element names its source item ("content/<id>")
      *> and target language; the translation row for that pair
      *> (cm-translation-of = the source, cm-language = the target)
      *> is created, or updated after a revision snapshot, as a
      *> draft carrying the translated title, meta description and
      *> body. Every segment the current source has that came back
      *> missing, untranslated or against a source text that has
      *> changed since the export is listed in
      *> data/xliff-import-report.txt; a segment with no
      *> translation keeps the source-language text so the draft is
      *> whole, and the report says where.
       procedure division.

       accept xliff-file-name from environment "XLIFF_FILE".
       if xliff-file-name = spaces
           move "data/xliff-import.xlf" to xliff-file-name
       end-if.

       perform load-xliff-document.
       if xliff-file-status not = "00" and xliff-file-status not = "10"
           display function concatenate(
               "xliff-import: cannot read ",
               function trim(xliff-file-name)
           )
           move 8 to return-code
           goback
       end-if.
       if doc-too-long = "Y"
           display function concatenate(
               "xliff-import: ", function trim(xliff-file-name),
               " is larger than one run takes - split it by item"
           )
           move 8 to return-code
           goback
       end-if.

       perform acquire-write-lock.
       if write-lock-held = "N"
           display function concatenate(
               "xliff-import: could not obtain the store write ",
               "lock - run abandoned"
           )
           move 8 to return-code
           goback
       end-if.

       perform open-stores.
       perform find-next-content-id.

       move function concatenate(
           "XLIFF import of ", function trim(xliff-file-name), " - ",
           import-timestamp(1:4), "-", import-timestamp(5:2), "-",
           import-timestamp(7:2), " ", import-timestamp(9:2), ":",
           import-timestamp(11:2)
       ) to report-line.
       write report-line.

       move 1 to scan-pos.
       perform until scan-pos > doc-len
           move "<file" to find-needle
           move 5 to find-needle-len
           move scan-pos to find-from
           move doc-len to find-limit
           perform find-in-doc
           if find-at = 0
               exit perform
           end-if
           move find-at to file-start
           move ">" to find-needle
           move 1 to find-needle-len
           move file-start to find-from
           perform find-in-doc
           if find-at = 0
               exit perform
           end-if
           move find-at to file-tag-end
           move "</file>" to find-needle
           move 7 to find-needle-len
           move file-tag-end to find-from
           perform find-in-doc
           if find-at = 0
               exit perform
           end-if
           move find-at to file-end
           perform process-one-file-element
           compute scan-pos = file-end + 7
       end-perform.

       move spaces to report-line.
       write report-line.
       move function concatenate(
           function trim(files-read), " file element(s): ",
           function trim(translations-created), " translation(s) ",
           "created, ", function trim(translations-updated),
           " updated, ", function trim(files-skipped), " skipped; ",
           function trim(issues-reported), " segment issue(s)"
       ) to report-line.
       write report-line.

       perform close-stores.
       perform release-write-lock.
       perform post-outcome-notification.

       display function concatenate(
           "xliff-import: ", function trim(translations-created),
           " created, ", function trim(translations-updated),
           " updated, ", function trim(files-skipped), " skipped, ",
           function trim(issues-reported), " segment issue(s)",
           " (see data/xliff-import-report.txt)"
       ).

       goback.

       load-xliff-document section.
           move spaces to xml-doc.
           move 0 to doc-len.
           open input xliff-file.
           if xliff-file-status not = "00"
               exit section
           end-if.
           perform until xliff-file-status not = "00"
               read xliff-file
                   at end move "10" to xliff-file-status
                   not at end
                       perform append-document-line
               end-read
           end-perform.
           close xliff-file.
           move "10" to xliff-file-status.

       append-document-line section.
           move function length(function trim(xliff-line, trailing))
               to doc-line-len.
           if xliff-line = spaces
               move 0 to doc-line-len
           end-if.
           if doc-len + doc-line-len + 1 > length of xml-doc
               move "Y" to doc-too-long
               exit section
           end-if.
           if doc-line-len > 0
               move xliff-line(1:doc-line-len)
                   to xml-doc(doc-len + 1:doc-line-len)
               add doc-line-len to doc-len
           end-if.
           add 1 to doc-len.
           move x"0A" to xml-doc(doc-len:1).

       acquire-write-lock section.
           move "N" to write-lock-held.
           perform varying lock-try-count from 1 by 1
               until lock-try-count > lock-retry-limit
               or write-lock-held = "Y"
               open i-o write-lock-file with lock
               evaluate write-lock-status
                   when "00"
                       move "Y" to write-lock-held
                   when "35"
                       open output write-lock-file
                       close write-lock-file
                   when other
                       call "CBL_OC_NANOSLEEP"
                           using lock-retry-nanos
               end-evaluate
           end-perform.

       release-write-lock section.
           if write-lock-held = "Y"
               close write-lock-file
               move "N" to write-lock-held
           end-if.

       open-stores section.
           move function current-date to import-timestamp.
           move import-timestamp(1:8) to today-stamp.
           open output validation-report.
           open i-o content-master.
           if content-file-status = "35"
               open output content-master
               close content-master
               open i-o content-master
           end-if.
           open i-o content-body-overflow.
           if body-overflow-status = "35"
               open output content-body-overflow
               close content-body-overflow
               open i-o content-body-overflow
           end-if.
           open i-o content-revisions.
           if content-rev-status = "35"
               open output content-revisions
               close content-revisions
               open i-o content-revisions
           end-if.
           open i-o revision-body-overflow.
           if rev-overflow-status = "35"
               open output revision-body-overflow
               close revision-body-overflow
               open i-o revision-body-overflow
           end-if.

       close-stores section.
           close validation-report.
           close content-master.
           close content-body-overflow.
           close content-revisions.
           close revision-body-overflow.

       find-next-content-id section.
           move 0 to next-content-id.
           move low-values to cm-id.
           move spaces to content-file-status.
           start content-master key is greater than cm-id
               invalid key move "10" to content-file-status
           end-start.
           perform until content-file-status = "10"
               read content-master next record
                   at end move "10" to content-file-status
                   not at end
                       if cm-id > next-content-id
                           move cm-id to next-content-id
                       end-if
               end-read
           end-perform.
           move spaces to content-file-status.

       find-in-doc section.
           *> First find-needle(1:find-needle-len) at or after
           *> find-from that ends by find-limit; find-at is 0 when
           *> there is none.
           move 0 to find-at.
           perform varying find-pos from find-from by 1
               until find-pos + find-needle-len - 1 > find-limit
               or find-at > 0
               if xml-doc(find-pos:find-needle-len)
                   = find-needle(1:find-needle-len)
                   move find-pos to find-at
               end-if
           end-perform.

       read-attribute section.
           *> attr-name's value inside xml-doc(tag-start..tag-end),
           *> double- or single-quoted; spaces when absent.
           move spaces to attr-value.
           move function concatenate(
               " ", function trim(attr-name), "="
           ) to find-needle.
           compute find-needle-len
               = function length(function trim(attr-name)) + 2.
           move tag-start to find-from.
           move tag-end to find-limit.
           perform find-in-doc.
           if find-at = 0
               exit section
           end-if.
           compute attr-start = find-at + find-needle-len.
           move xml-doc(attr-start:1) to attr-quote.
           if attr-quote not = '"' and attr-quote not = "'"
               exit section
           end-if.
           add 1 to attr-start.
           move attr-quote to find-needle.
           move 1 to find-needle-len.
           move attr-start to find-from.
           perform find-in-doc.
           if find-at = 0 or find-at - attr-start > 200
               exit section
           end-if.
           if find-at > attr-start
               move xml-doc(attr-start:find-at - attr-start)
                   to attr-value
           end-if.

       process-one-file-element section.
           add 1 to files-read.
           move 0 to file-issues.
           move 0 to file-translated.

           move file-start to tag-start.
           move file-tag-end to tag-end.
           move "original" to attr-name.
           perform read-attribute.
           move attr-value to file-original.
           move "target-language" to attr-name.
           perform read-attribute.
           move function lower-case(attr-value(1:5)) to file-language.
           move "product-version" to attr-name.
           perform read-attribute.
           move 0 to file-version.
           if function trim(attr-value) is numeric
               move function numval(attr-value) to file-version
           end-if.

           move spaces to report-line.
           write report-line.
           move function concatenate(
               function trim(file-original), " -> ",
               function trim(file-language)
           ) to report-line.
           write report-line.

           move 0 to file-source-id.
           if file-original(1:8) = "content/"
               and function trim(file-original(9:)) is numeric
               move function numval(file-original(9:))
                   to file-source-id
           end-if.
           if file-source-id = 0
               move "  skipped: not a file this site exported"
                   to report-line
               perform skip-file-element
               exit section
           end-if.
           if file-language = spaces
               move "  skipped: no target-language on the file"
                   to report-line
               perform skip-file-element
               exit section
           end-if.
           move file-source-id to cm-id.
           read content-master
               invalid key
                   move "  skipped: the source item no longer exists"
                       to report-line
                   perform skip-file-element
                   exit section
           end-read.
           if function trim(cm-status) = "trashed"
               or cm-translation-of not = 0
               move "  skipped: the item is trashed or not a source"
                   to report-line
               perform skip-file-element
               exit section
           end-if.
           move content-master-record to source-record.

           perform collect-returned-units.
           perform validate-returned-units.
           if file-translated = 0
               move "  skipped: nothing in the file is translated"
                   to report-line
               perform skip-file-element
               exit section
           end-if.
           perform assemble-translation.
           perform store-translation-row.

       skip-file-element section.
           write report-line.
           add 1 to files-skipped.

       collect-returned-units section.
           move 0 to unit-count.
           move file-tag-end to unit-start.
           perform until unit-start >= file-end
               move "<trans-unit" to find-needle
               move 11 to find-needle-len
               move unit-start to find-from
               move file-end to find-limit
               perform find-in-doc
               if find-at = 0
                   exit perform
               end-if
               move find-at to tag-start
               move ">" to find-needle
               move 1 to find-needle-len
               move tag-start to find-from
               perform find-in-doc
               if find-at = 0
                   exit perform
               end-if
               move find-at to tag-end
               move find-at to unit-tag-end
               move "</trans-unit>" to find-needle
               move 13 to find-needle-len
               move unit-tag-end to find-from
               perform find-in-doc
               if find-at = 0
                   exit perform
               end-if
               move find-at to unit-end
               if unit-count < 210
                   add 1 to unit-count
                   perform collect-one-unit
               end-if
               compute unit-start = unit-end + 13
           end-perform.

       collect-one-unit section.
           move "id" to attr-name.
           perform read-attribute.
           move attr-value(1:20) to ru-id(unit-count).
           move "N" to ru-matched(unit-count).

           move "source" to element-name.
           perform extract-element-text.
           move unesc-result to ru-source(unit-count).

           move "target" to element-name.
           perform extract-element-text.
           move unesc-result to ru-target(unit-count).
           move "N" to ru-has-target(unit-count).
           if element-found = "Y" and unesc-result not = spaces
               move "Y" to ru-has-target(unit-count)
           end-if.

       extract-element-text section.
           *> The text of the first <element-name> inside the unit
           *> (unit-tag-end..unit-end), unescaped into unesc-result.
           move "N" to element-found.
           move spaces to unesc-result.
           move unit-tag-end to find-from.
           move unit-end to find-limit.
           perform until find-from > unit-end
               move function concatenate(
                   "<", function trim(element-name)
               ) to find-needle
               compute find-needle-len
                   = function length(function trim(element-name)) + 1
               perform find-in-doc
               if find-at = 0
                   exit section
               end-if
               move xml-doc(find-at + find-needle-len:1)
                   to element-after
               if element-after = ">" or element-after = space
                   or element-after = "/" or element-after = x"0A"
                   exit perform
               end-if
               compute find-from = find-at + find-needle-len
               move 0 to find-at
           end-perform.
           if find-at = 0
               exit section
           end-if.
           move find-at to element-open.
           move ">" to find-needle.
           move 1 to find-needle-len.
           move element-open to find-from.
           perform find-in-doc.
           if find-at = 0
               exit section
           end-if.
           move find-at to element-gt.
           move "Y" to element-found.
           if xml-doc(element-gt - 1:1) = "/"
               exit section
           end-if.
           move function concatenate(
               "</", function trim(element-name), ">"
           ) to find-needle.
           compute find-needle-len
               = function length(function trim(element-name)) + 3.
           compute find-from = element-gt + 1.
           perform find-in-doc.
           if find-at = 0
               exit section
           end-if.
           move find-at to element-close.
           compute unesc-start = element-gt + 1.
           compute unesc-len = element-close - element-gt - 1.
           perform unescape-xml-text.

       unescape-xml-text section.
           move spaces to unesc-result.
           move 0 to unesc-out-pos.
           move unesc-start to unesc-pos.
           perform until unesc-pos >= unesc-start + unesc-len
               or unesc-out-pos >= 2000
               move xml-doc(unesc-pos:1) to unesc-char
               evaluate unesc-char
                   when "<"
                       move ">" to find-needle
                       move 1 to find-needle-len
                       move unesc-pos to find-from
                       compute find-limit = unesc-start + unesc-len - 1
                       perform find-in-doc
                       if find-at = 0
                           compute unesc-pos = unesc-start + unesc-len
                       else
                           compute unesc-pos = find-at + 1
                       end-if
                   when "&"
                       perform decode-one-entity
                   when other
                       add 1 to unesc-out-pos
                       move unesc-char to unesc-result(unesc-out-pos:1)
                       add 1 to unesc-pos
               end-evaluate
           end-perform.
           if unesc-result(1:1) = space
               move function trim(unesc-result, leading)
                   to unesc-result
           end-if.

       decode-one-entity section.
           *> &amp; &lt; &gt; &quot; &apos; and numeric references
           *> below 256; anything else is kept as written.
           move ";" to find-needle.
           move 1 to find-needle-len.
           move unesc-pos to find-from.
           compute find-limit = unesc-pos + 9.
           if find-limit > unesc-start + unesc-len - 1
               compute find-limit = unesc-start + unesc-len - 1
           end-if.
           perform find-in-doc.
           move spaces to entity-name.
           if find-at > unesc-pos + 1
               move xml-doc(unesc-pos + 1:find-at - unesc-pos - 1)
                   to entity-name
           end-if.
           move find-at to entity-end.
           evaluate true
               when find-at = 0
                   move "&" to unesc-char
                   move unesc-pos to entity-end
               when entity-name = "amp"
                   move "&" to unesc-char
               when entity-name = "lt"
                   move "<" to unesc-char
               when entity-name = "gt"
                   move ">" to unesc-char
               when entity-name = "quot"
                   move '"' to unesc-char
               when entity-name = "apos"
                   move "'" to unesc-char
               when entity-name(1:1) = "#"
                   perform decode-numeric-entity
               when other
                   move "&" to unesc-char
                   move unesc-pos to entity-end
           end-evaluate.
           add 1 to unesc-out-pos.
           move unesc-char to unesc-result(unesc-out-pos:1).
           compute unesc-pos = entity-end + 1.

       decode-numeric-entity section.
           move 0 to entity-code.
           if entity-name(2:1) = "x" or entity-name(2:1) = "X"
               perform varying entity-idx from 3 by 1
                   until entity-idx > 10
                   or entity-name(entity-idx:1) = space
                   move 0 to entity-digit
                   inspect hex-alphabet tallying entity-digit
                       for characters before initial
                       function lower-case(entity-name(entity-idx:1))
                   compute entity-code = entity-code * 16
                       + entity-digit
               end-perform
           else
               perform varying entity-idx from 2 by 1
                   until entity-idx > 10
                   or entity-name(entity-idx:1) = space
                   if entity-name(entity-idx:1) is numeric
                       compute entity-code = entity-code * 10
                           + function numval(
                               entity-name(entity-idx:1))
                   end-if
               end-perform
           end-if.
           if entity-code > 0 and entity-code < 256
               move function char(entity-code + 1) to unesc-char
           else
               move "?" to unesc-char
           end-if.

       find-returned-unit section.
           move 0 to unit-found.
           perform varying unit-index from 1 by 1
               until unit-index > unit-count or unit-found > 0
               if ru-id(unit-index) = wanted-unit-id
                   move unit-index to unit-found
               end-if
           end-perform.

       validate-returned-units section.
           *> Every segment the source has now is looked for in the
           *> file; units that match none are reported after.
           if file-version > 0 and file-version not = src-version
               move src-version to version-display
               move file-version to exported-display
               move function concatenate(
                   "source is at version ",
                   function trim(version-display),
                   ", the file was exported at version ",
                   function trim(exported-display)
               ) to issue-text
               move "item" to wanted-unit-id
               perform report-issue
           end-if.

           move "title" to wanted-unit-id.
           move src-title to current-text.
           perform validate-one-segment.
           if src-meta-desc not = spaces
               move "meta" to wanted-unit-id
               move src-meta-desc to current-text
               perform validate-one-segment
           end-if.
           move source-record to content-master-record.
           perform load-full-body.
           move full-body to seg-body.
           perform split-body-into-segments.
           perform varying seg-pos from 1 by 1
               until seg-pos > segment-count
               move seg-pos to seg-no-display
               move function concatenate(
                   "body-", function trim(seg-no-display)
               ) to wanted-unit-id
               move segment-text(seg-pos) to current-text
               perform validate-one-segment
           end-perform.

           perform varying unit-index from 1 by 1
               until unit-index > unit-count
               if ru-matched(unit-index) = "N"
                   move ru-id(unit-index) to wanted-unit-id
                   move "not in the current source - not imported"
                       to issue-text
                   perform report-issue
               end-if
           end-perform.

       validate-one-segment section.
           perform find-returned-unit.
           if unit-found = 0
               move "missing from the returned file" to issue-text
               perform report-issue
               exit section
           end-if.
           move "Y" to ru-matched(unit-found).
           if ru-has-target(unit-found) = "N"
               move "returned without a translation" to issue-text
               perform report-issue
           else
               add 1 to file-translated
           end-if.
           if function trim(ru-source(unit-found))
               not = function trim(current-text)
               move "source text changed since the export"
                   to issue-text
               perform report-issue
           end-if.

       report-issue section.
           add 1 to file-issues.
           add 1 to issues-reported.
           move function concatenate(
               "  ", function trim(wanted-unit-id), ": ",
               function trim(issue-text)
           ) to report-line.
           write report-line.

       assemble-translation section.
           *> Translated text where the file has it, the source's own
           *> text where it does not (already reported).
           move src-title to new-title.
           move "title" to wanted-unit-id.
           perform find-returned-unit.
           if unit-found > 0 and ru-has-target(unit-found) = "Y"
               move ru-target(unit-found)(1:200) to new-title
           end-if.
           move src-meta-desc to new-meta-desc.
           move "meta" to wanted-unit-id.
           perform find-returned-unit.
           if unit-found > 0 and ru-has-target(unit-found) = "Y"
               move ru-target(unit-found)(1:300) to new-meta-desc
           end-if.

           move spaces to new-body.
           move 0 to new-body-pos.
           perform varying seg-pos from 1 by 1
               until seg-pos > segment-count
               move seg-pos to seg-no-display
               move function concatenate(
                   "body-", function trim(seg-no-display)
               ) to wanted-unit-id
               perform find-returned-unit
               if unit-found > 0 and ru-has-target(unit-found) = "Y"
                   move ru-target(unit-found) to piece-text
               else
                   move segment-text(seg-pos) to piece-text
               end-if
               perform append-body-piece
           end-perform.

       append-body-piece section.
           move function length(function trim(piece-text, trailing))
               to piece-text-len.
           if piece-text = spaces
               exit section
           end-if.
           if new-body-pos > 0
               and new-body-pos + 2 < length of new-body
               move x"0A0A" to new-body(new-body-pos + 1:2)
               add 2 to new-body-pos
           end-if.
           if new-body-pos + piece-text-len > length of new-body
               compute piece-text-len
                   = length of new-body - new-body-pos
           end-if.
           if piece-text-len > 0
               move piece-text(1:piece-text-len)
                   to new-body(new-body-pos + 1:piece-text-len)
               add piece-text-len to new-body-pos
           end-if.

       store-translation-row section.
           perform find-existing-translation.
           if existing-id = 0
               perform create-translation-row
           else
               perform update-translation-row
           end-if.
           perform record-translation-sync.
           move cm-id to id-display.
           if existing-id = 0
               move function concatenate(
                   "  created translation #", function trim(id-display),
                   " as a draft"
               ) to report-line
           else
               move function concatenate(
                   "  updated translation #", function trim(id-display),
                   " - now a draft, the previous text kept as a",
                   " revision"
               ) to report-line
           end-if.
           write report-line.

       find-existing-translation section.
           move 0 to existing-id.
           move low-values to cm-id.
           move spaces to content-file-status.
           start content-master key is greater than cm-id
               invalid key move "10" to content-file-status
           end-start.
           perform until content-file-status = "10"
               read content-master next record
                   at end move "10" to content-file-status
                   not at end
                       if cm-translation-of = src-id
                           and function trim(cm-language)
                               = function trim(file-language)
                           and function trim(cm-status)
                               not = "trashed"
                           move cm-id to existing-id
                           move "10" to content-file-status
                       end-if
               end-read
           end-perform.
           move spaces to content-file-status.

       create-translation-row section.
           add 1 to next-content-id.
           move source-record to content-master-record.
           move next-content-id to cm-id.
           move "draft" to cm-status.
           move new-title to cm-title.
           move new-body(1:2000) to cm-body.
           move spaces to cm-publish-date.
           move today-stamp to cm-created-date.
           move spaces to cm-expiry-date.
           move 0 to cm-parent-id.
           move spaces to cm-deleted-date.
           move 1 to cm-version.
           move file-language to cm-language.
           move src-id to cm-translation-of.
           move spaces to cm-slug.
           move today-stamp to cm-updated-date.
           move spaces to cm-assigned-to.
           move new-meta-desc to cm-meta-desc.
           move spaces to cm-canonical-url.
           move "N" to cm-featured.
           move 0 to cm-sort-weight.
           move spaces to cm-approved-by.
           perform persist-content-row.
           move new-body to full-body.
           perform store-body-overflow.
           add 1 to translations-created.

       update-translation-row section.
           move existing-id to cm-id.
           read content-master
               invalid key
                   exit section
           end-read.
           perform record-content-revision.
           move "draft" to cm-status.
           move new-title to cm-title.
           move new-body(1:2000) to cm-body.
           move new-meta-desc to cm-meta-desc.
           add 1 to cm-version.
           move today-stamp to cm-updated-date.
           perform persist-content-row.
           move new-body to full-body.
           perform store-body-overflow.
           perform purge-translation-pages.
           add 1 to translations-updated.

       purge-translation-pages section.
           *> A published translation just went back to draft - its
           *> flat pages must not keep serving the old text.
           move cm-id to id-display.
           move function concatenate(
               "site/page-", function trim(id-display), ".html"
           ) to cache-purge-path.
           call "CBL_DELETE_FILE" using cache-purge-path
               returning cache-delete-rc.
           if function trim(cm-slug) not = spaces
               move function concatenate(
                   "site/", function trim(cm-slug), ".html"
               ) to cache-purge-path
               call "CBL_DELETE_FILE" using cache-purge-path
                   returning cache-delete-rc
           end-if.
           move "site/index.html" to cache-purge-path.
           call "CBL_DELETE_FILE" using cache-purge-path
               returning cache-delete-rc.

       record-translation-sync section.
           *> The agency translated the version it was sent; when the
           *> source has moved on since, the sync point stays there
           *> so the staleness report shows the gap.
           move "record" to ts-action.
           move cm-id to ts-translation-id.
           move src-id to ts-source-id.
           move src-id to cr-content-id.
           perform find-next-revision-no.
           if file-version > 0 and file-version < src-version
               move file-version to ts-source-version
               if file-version > 1
                   compute synced-revision = file-version - 1
               else
                   move 0 to synced-revision
               end-if
               if synced-revision > rev-next-no - 1
                   compute synced-revision = rev-next-no - 1
               end-if
           else
               move src-version to ts-source-version
               compute synced-revision = rev-next-no - 1
           end-if.
           move synced-revision to ts-source-revision.
           move "xliff-import" to ts-synced-by.
           call "translation-sync" using translation-sync-request
               translation-sync-response.

       find-next-revision-no section.
           *> One past the highest revision on file for the item in
           *> cr-content-id.
           move cr-content-id to rbo-content-id.
           move 0 to rev-next-no.
           move 0 to cr-revision-no.
           move spaces to content-rev-status.
           start content-revisions key is greater than cr-key
               invalid key move "10" to content-rev-status
           end-start.
           perform until content-rev-status = "10"
               read content-revisions next record
                   at end move "10" to content-rev-status
                   not at end
                       if cr-content-id not = rbo-content-id
                           move "10" to content-rev-status
                       else
                           move cr-revision-no to rev-next-no
                       end-if
               end-read
           end-perform.
           move spaces to content-rev-status.
           add 1 to rev-next-no.

       record-content-revision section.
           *> Snapshot of the translation row in the cm-* area before
           *> the agency's text replaces it.
           perform load-full-body.
           move cm-id to cr-content-id.
           perform find-next-revision-no.
           move cm-id to cr-content-id.
           move rev-next-no to cr-revision-no.
           move "xliff-import" to cr-changed-by.
           move function concatenate(
               import-timestamp(1:4), "-", import-timestamp(5:2),
               "-", import-timestamp(7:2), " ",
               import-timestamp(9:2), ":", import-timestamp(11:2),
               ":", import-timestamp(13:2)
           ) to cr-changed-date.
           move cm-title to cr-title.
           move full-body(1:2000) to cr-body.
           write content-revision-record
               invalid key
                   rewrite content-revision-record
           end-write.
           move function length(function trim(full-body, trailing))
               to full-body-len.
           move 1 to ovfl-seg-no.
           perform until (ovfl-seg-no * 2000) >= full-body-len
               or (ovfl-seg-no * 2000) + 1 > length of full-body
               compute ovfl-seg-start = (ovfl-seg-no * 2000) + 1
               compute ovfl-seg-len
                   = full-body-len - ovfl-seg-start + 1
               if ovfl-seg-len > 2000
                   move 2000 to ovfl-seg-len
               end-if
               move cr-content-id to rbo-content-id
               move cr-revision-no to rbo-revision-no
               move ovfl-seg-no to rbo-seq
               move spaces to rbo-text
               move full-body(ovfl-seg-start:ovfl-seg-len)
                   to rbo-text(1:ovfl-seg-len)
               write revision-body-overflow-record
                   invalid key
                       rewrite revision-body-overflow-record
               end-write
               add 1 to ovfl-seg-no
           end-perform.

       load-full-body section.
           *> cm-body plus the continuation rows of the item in the
           *> cm-* area, into full-body.
           move spaces to full-body.
           move cm-body to full-body(1:2000).
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
                           compute ovfl-seg-start
                               = (cbo-seq * 2000) + 1
                           if ovfl-seg-start + 1999
                               <= length of full-body
                               move cbo-text
                                   to full-body(ovfl-seg-start:2000)
                           end-if
                       end-if
               end-read
           end-perform.
           move spaces to body-overflow-status.

       store-body-overflow section.
           *> Replaces the continuation rows of the item in the cm-*
           *> area with full-body past its first 2000 bytes - ranged
           *> delete first, then one row per 2000-byte slice, every
           *> write journalled the way database-interface.cbl does.
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
                           perform journal-overflow-remove
                           delete content-body-overflow record
                               invalid key
                                   continue
                           end-delete
                           perform journal-commit
                       end-if
               end-read
           end-perform.
           move spaces to body-overflow-status.

           move function length(function trim(full-body, trailing))
               to full-body-len.
           move 1 to ovfl-seg-no.
           perform until (ovfl-seg-no * 2000) >= full-body-len
               or (ovfl-seg-no * 2000) + 1 > length of full-body
               compute ovfl-seg-start = (ovfl-seg-no * 2000) + 1
               compute ovfl-seg-len
                   = full-body-len - ovfl-seg-start + 1
               if ovfl-seg-len > 2000
                   move 2000 to ovfl-seg-len
               end-if
               move cm-id to cbo-content-id
               move ovfl-seg-no to cbo-seq
               move spaces to cbo-text
               move full-body(ovfl-seg-start:ovfl-seg-len)
                   to cbo-text(1:ovfl-seg-len)
               perform journal-overflow-begin
               write content-body-overflow-record
                   invalid key
                       rewrite content-body-overflow-record
               end-write
               perform journal-commit
               add 1 to ovfl-seg-no
           end-perform.

       persist-content-row section.
           *> Journal the row in the record area, then write it,
           *> falling back to rewrite for an existing id.
           move "content" to journal-collection-stage.
           move cm-id to journal-key-stage.
           move spaces to journal-after-stage.
           move content-master-record to journal-after-stage.
           move spaces to journal-before-stage.
           read content-master
               invalid key
                   continue
               not invalid key
                   move content-master-record to journal-before-stage
           end-read.
           move journal-after-stage(1:3134) to content-master-record.
           move "BEGIN" to jr-phase.
           perform append-journal-entry.
           write content-master-record
               invalid key
                   rewrite content-master-record
           end-write.
           perform journal-commit.

       journal-overflow-begin section.
           move "body-ovfl" to journal-collection-stage.
           move spaces to journal-key-stage.
           move function concatenate(
               cbo-content-id, "|", cbo-seq
           ) to journal-key-stage.
           move spaces to journal-after-stage.
           move content-body-overflow-record to journal-after-stage.
           move spaces to journal-before-stage.
           read content-body-overflow
               invalid key
                   continue
               not invalid key
                   move content-body-overflow-record
                       to journal-before-stage
           end-read.
           move journal-after-stage(1:2014)
               to content-body-overflow-record.
           move "BEGIN" to jr-phase.
           perform append-journal-entry.

       journal-overflow-remove section.
           move "body-ovfl" to journal-collection-stage.
           move spaces to journal-key-stage.
           move function concatenate(
               cbo-content-id, "|", cbo-seq
           ) to journal-key-stage.
           move content-body-overflow-record to journal-before-stage.
           move spaces to journal-after-stage.
           move "BEGIN" to jr-phase.
           perform append-journal-entry.

       journal-commit section.
           move "COMMIT" to jr-phase.
           move spaces to journal-before-stage.
           move spaces to journal-after-stage.
           perform append-journal-entry.

       append-journal-entry section.
           open extend db-journal.
           if db-journal-status not = "00"
               open output db-journal
               close db-journal
               open extend db-journal
           end-if.
           move function current-date to jr-timestamp.
           move journal-collection-stage to jr-collection.
           move journal-key-stage to jr-record-key.
           move journal-before-stage to jr-before-image.
           move journal-after-stage to jr-after-image.
           write db-journal-record.
           close db-journal.

       split-body-into-segments section.
           move 0 to segment-count.
           move function length(function trim(seg-body, trailing))
               to seg-body-len.
           if seg-body = spaces
               exit section
           end-if.
           move 0 to seg-out-pos.
           perform varying seg-pos from 1 by 1
               until seg-pos > seg-body-len
               if seg-body(seg-pos:1) not = x"0D"
                   add 1 to seg-out-pos
                   move seg-body(seg-pos:1)
                       to seg-body(seg-out-pos:1)
               end-if
           end-perform.
           if seg-out-pos < seg-body-len
               move spaces to seg-body(seg-out-pos + 1:)
           end-if.
           move seg-out-pos to seg-body-len.

           move 1 to para-start.
           move 1 to seg-pos.
           perform until seg-pos > seg-body-len
               if seg-body(seg-pos:1) = x"0A"
                   and seg-pos < seg-body-len
                   and seg-body(seg-pos + 1:1) = x"0A"
                   compute para-len = seg-pos - para-start
                   perform keep-paragraph
                   perform until seg-pos > seg-body-len
                       or seg-body(seg-pos:1) not = x"0A"
                       add 1 to seg-pos
                   end-perform
                   move seg-pos to para-start
               else
                   add 1 to seg-pos
               end-if
           end-perform.
           compute para-len = seg-body-len - para-start + 1.
           perform keep-paragraph.

       keep-paragraph section.
           perform until para-len = 0
               if para-len > 2000
                   move 0 to break-pos
                   perform varying seg-out-pos from 2000 by -1
                       until seg-out-pos < 1000 or break-pos > 0
                       if seg-body(para-start + seg-out-pos - 1:1)
                           = space
                           move seg-out-pos to break-pos
                       end-if
                   end-perform
                   if break-pos = 0
                       move 2000 to piece-len
                   else
                       move break-pos to piece-len
                   end-if
               else
                   move para-len to piece-len
               end-if
               if seg-body(para-start:piece-len) not = spaces
                   if segment-count < 200
                       add 1 to segment-count
                   end-if
                   move function trim(seg-body(para-start:piece-len))
                       to segment-text(segment-count)
               end-if
               add piece-len to para-start
               subtract piece-len from para-len
           end-perform.

       post-outcome-notification section.
           move "post-reviewers" to notify-action.
           move spaces to notify-user.
           move function concatenate(
               "XLIFF import finished: ",
               function trim(translations-created), " created, ",
               function trim(translations-updated), " updated, ",
               function trim(issues-reported), " segment issue(s)"
           ) to notify-text.
           call "notifications" using notify-request notify-response.

       end program xliff-import.
