       identification division.
       program-id. xliff-export.

       environment division.
       input-output section.
       file-control.
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

      *> One file per target language, data/xliff-<language>.xlf.
           select xliff-file
               assign to xliff-file-name
               organization is line sequential
               file status is xliff-file-status.

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

       fd  content-body-overflow.
       01  content-body-overflow-record.
           03 cbo-key.
               05 cbo-content-id pic 9(10).
               05 cbo-seq        pic 9(4).
           03 cbo-text          pic x(2000).

       fd  xliff-file.
       01  xliff-line           pic x(12200).

       working-storage section.
       01 content-file-status  pic xx.
       01 body-overflow-status pic xx.
       01 xliff-file-status    pic xx.
       01 xliff-file-name      pic x(60).
       01 overflow-available   pic x(1) value "N".
       01 id-display           pic z(9)9.
       01 version-display      pic z(5)9.
       01 seg-no-display       pic z(3)9.

      *> Run parameters, environment-supplied the way export-bundle
      *> takes BUNDLE_MODE:
      *>   XLIFF_LANGUAGES comma-separated target languages (blank:
      *>                   the translation_languages setting)
      *>   XLIFF_ITEMS     comma-separated source item ids, or
      *>   XLIFF_SINCE     every source item saved on or after this
      *>                   date (YYYYMMDD or YYYY-MM-DD)
       01 xliff-languages      pic x(200).
       01 xliff-items          pic x(500).
       01 xliff-since          pic x(10).
       01 since-stamp          pic x(8).

       01 language-table.
           03 language-count    pic 99 usage comp-5 value 0.
           03 target-language occurs 20 times pic x(5).
       01 language-index       pic 99 usage comp-5.

       01 item-table.
           03 item-count        pic 9(4) usage comp-5 value 0.
           03 item-id occurs 500 times pic 9(10).
       01 item-index           pic 9(4) usage comp-5.
       01 item-selected        pic x(1).
       01 item-listed          pic x(1).

      *> Comma-list splitting shared by both lists.
       01 list-source          pic x(500).
       01 list-len             pic 9(4) usage comp-5.
       01 list-pos             pic 9(4) usage comp-5.
       01 list-token           pic x(20).
       01 list-token-len       pic 99 usage comp-5.
       01 list-char            pic x(1).

      *> Full body, reassembled from cm-body and its continuation
      *> rows - the same ceiling the database interface applies.
       01 full-body            pic x(12000).
       01 full-seg-start       pic 9(8) usage comp-5.

      *> The body travels as one translation unit per paragraph
      *> (text between blank lines), a paragraph past 2000 bytes
      *> split at its last space before the limit. xliff-import.cbl
      *> segments the current source the same way to validate what
      *> comes back, so the two must change together.
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

      *> XML escaping of one value into esc-result.
       01 esc-source           pic x(2000).
       01 esc-result           pic x(12000).
       01 esc-len              pic 9(8) usage comp-5.
       01 esc-in-pos           pic 9(8) usage comp-5.
       01 esc-out-pos          pic 9(8) usage comp-5.
       01 esc-char             pic x(1).
       01 unit-id              pic x(20).

      *> settings.cbl's LINKAGE shape with local names.
       01 settings-request.
           03 settings-action   pic x(10).
           03 settings-key      pic x(40).
           03 settings-value    pic x(200).

       01 settings-response.
           03 settings-success  pic x(1).
           03 settings-message  pic x(200).
           03 settings-value-out pic x(200).

       01 report-counts.
           03 files-written     pic 9(4) value 0.
           03 items-exported    pic 9(6) value 0.
           03 units-exported    pic 9(6) value 0.
           03 items-not-source  pic 9(4) value 0.
       01 file-item-count      pic 9(6).

      *> Writes the selected source items as XLIFF 1.2, one file per
      *> target language, for the translation agency: the title,
      *> the meta description and the full body (continuation rows
      *> included) as translation units, each file element carrying
      *> the item id in "original" and the item's version in
      *> "product-version" so the import can tell what moved on in
      *> the meantime. Only source items are exported - a row that
      *> is itself a translation (cm-translation-of set) is skipped.
       procedure division.

       perform load-run-parameters.
       if language-count = 0
           display function concatenate(
               "xliff-export: no target languages - set ",
               "XLIFF_LANGUAGES or the translation_languages setting"
           )
           move 8 to return-code
           goback
       end-if.
       if item-count = 0 and since-stamp = spaces
           display function concatenate(
               "xliff-export: nothing selected - set XLIFF_ITEMS or ",
               "XLIFF_SINCE"
           )
           move 8 to return-code
           goback
       end-if.

       open input content-body-overflow.
       if body-overflow-status = "00"
           move "Y" to overflow-available
       end-if.
       perform varying language-index from 1 by 1
           until language-index > language-count
           perform export-one-language
       end-perform.
       if overflow-available = "Y"
           close content-body-overflow
       end-if.

       display function concatenate(
           "xliff-export: ", function trim(files-written),
           " file(s), ", function trim(items-exported),
           " item export(s), ", function trim(units-exported),
           " translation unit(s)"
       ).
       if items-not-source > 0
           display function concatenate(
               "xliff-export: ", function trim(items-not-source),
               " listed item(s) skipped - translations, trashed or",
               " not found"
           )
       end-if.

       goback.

       load-run-parameters section.
           accept xliff-languages from environment "XLIFF_LANGUAGES".
           if xliff-languages = spaces
               move "get" to settings-action
               move "translation_languages" to settings-key
               call "settings" using settings-request
                   settings-response
               if settings-success = "Y"
                   move settings-value-out to xliff-languages
               end-if
           end-if.
           move xliff-languages to list-source.
           perform reset-list-scan.
           perform until list-pos > list-len
               perform split-next-list-token
               if list-token-len > 0 and language-count < 20
                   add 1 to language-count
                   move function lower-case(list-token(1:5))
                       to target-language(language-count)
               end-if
           end-perform.

           accept xliff-items from environment "XLIFF_ITEMS".
           move xliff-items to list-source.
           perform reset-list-scan.
           perform until list-pos > list-len
               perform split-next-list-token
               if list-token-len > 0
                   and function trim(list-token) is numeric
                   and item-count < 500
                   add 1 to item-count
                   move function numval(list-token)
                       to item-id(item-count)
               end-if
           end-perform.

           move spaces to since-stamp.
           accept xliff-since from environment "XLIFF_SINCE".
           if xliff-since(5:1) = "-"
               move function concatenate(
                   xliff-since(1:4), xliff-since(6:2),
                   xliff-since(9:2)
               ) to since-stamp
           else
               move xliff-since(1:8) to since-stamp
           end-if.
           if since-stamp not numeric
               move spaces to since-stamp
           end-if.
           move item-count to items-not-source.

       reset-list-scan section.
           move function length(function trim(list-source, trailing))
               to list-len.
           if list-source = spaces
               move 0 to list-len
           end-if.
           move 1 to list-pos.

       split-next-list-token section.
           move spaces to list-token.
           move 0 to list-token-len.
           perform until list-pos > list-len
               move list-source(list-pos:1) to list-char
               add 1 to list-pos
               if list-char = ","
                   exit perform
               end-if
               if list-char not = space and list-token-len < 20
                   add 1 to list-token-len
                   move list-char to list-token(list-token-len:1)
               end-if
           end-perform.

       export-one-language section.
           move function concatenate(
               "data/xliff-",
               function trim(target-language(language-index)), ".xlf"
           ) to xliff-file-name.
           open output xliff-file.
           if xliff-file-status not = "00"
               display function concatenate(
                   "xliff-export: cannot write ",
                   function trim(xliff-file-name)
               )
               move 8 to return-code
               exit section
           end-if.
           add 1 to files-written.
           move '<?xml version="1.0" encoding="UTF-8"?>' to xliff-line.
           write xliff-line.
           move function concatenate(
               '<xliff version="1.2" ',
               'xmlns="urn:oasis:names:tc:xliff:document:1.2">'
           ) to xliff-line.
           write xliff-line.

           move 0 to file-item-count.
           open input content-master.
           if content-file-status = "00"
               perform until content-file-status not = "00"
                   read content-master next record
                       at end move "10" to content-file-status
                       not at end
                           perform check-item-selected
                           if item-selected = "Y"
                               perform write-item-file-element
                           end-if
                   end-read
               end-perform
               close content-master
           end-if.

           move "</xliff>" to xliff-line.
           write xliff-line.
           close xliff-file.
           display function concatenate(
               "xliff-export: ", function trim(xliff-file-name),
               " - ", function trim(file-item-count), " item(s)"
           ).

       check-item-selected section.
           move "N" to item-selected.
           move "N" to item-listed.
           if item-count > 0
               perform varying item-index from 1 by 1
                   until item-index > item-count
                   if item-id(item-index) = cm-id
                       move "Y" to item-listed
                   end-if
               end-perform
           else
               if cm-updated-date >= since-stamp
                   move "Y" to item-listed
               end-if
           end-if.
           if item-listed = "N"
               or cm-translation-of not = 0
               or function trim(cm-status) = "trashed"
               exit section
           end-if.
           if item-count > 0 and language-index = 1
               subtract 1 from items-not-source
           end-if.
           if function trim(cm-language)
               not = function trim(target-language(language-index))
               move "Y" to item-selected
           end-if.

       write-item-file-element section.
           add 1 to items-exported.
           add 1 to file-item-count.
           move cm-id to id-display.
           move cm-version to version-display.
           move function concatenate(
               '<file original="content/', function trim(id-display),
               '" source-language="', function trim(cm-language),
               '" target-language="',
               function trim(target-language(language-index)),
               '" datatype="html" product-version="',
               function trim(version-display), '">'
           ) to xliff-line.
           write xliff-line.
           move "<body>" to xliff-line.
           write xliff-line.

           move "title" to unit-id.
           move cm-title to esc-source.
           perform write-translation-unit.
           if cm-meta-desc not = spaces
               move "meta" to unit-id
               move cm-meta-desc to esc-source
               perform write-translation-unit
           end-if.

           perform load-full-body.
           move full-body to seg-body.
           perform split-body-into-segments.
           perform varying seg-pos from 1 by 1
               until seg-pos > segment-count
               move seg-pos to seg-no-display
               move function concatenate(
                   "body-", function trim(seg-no-display)
               ) to unit-id
               move segment-text(seg-pos) to esc-source
               perform write-translation-unit
           end-perform.

           move "</body>" to xliff-line.
           write xliff-line.
           move "</file>" to xliff-line.
           write xliff-line.

       write-translation-unit section.
           perform escape-xml-value.
           move spaces to xliff-line.
           if esc-out-pos > 1
               move function concatenate(
                   '<trans-unit id="', function trim(unit-id),
                   '"><source>', esc-result(1:esc-out-pos - 1),
                   '</source></trans-unit>'
               ) to xliff-line
           else
               move function concatenate(
                   '<trans-unit id="', function trim(unit-id),
                   '"><source></source></trans-unit>'
               ) to xliff-line
           end-if.
           write xliff-line.
           add 1 to units-exported.

       escape-xml-value section.
           *> esc-source (trailing blanks dropped) into esc-result;
           *> esc-out-pos ends one past the last byte written.
           move spaces to esc-result.
           move 1 to esc-out-pos.
           move function length(function trim(esc-source, trailing))
               to esc-len.
           if esc-source = spaces
               exit section
           end-if.
           perform varying esc-in-pos from 1 by 1
               until esc-in-pos > esc-len
               move esc-source(esc-in-pos:1) to esc-char
               evaluate esc-char
                   when "&"
                       move "&amp;" to esc-result(esc-out-pos:5)
                       add 5 to esc-out-pos
                   when "<"
                       move "&lt;" to esc-result(esc-out-pos:4)
                       add 4 to esc-out-pos
                   when ">"
                       move "&gt;" to esc-result(esc-out-pos:4)
                       add 4 to esc-out-pos
                   when '"'
                       move "&quot;" to esc-result(esc-out-pos:6)
                       add 6 to esc-out-pos
                   when other
                       move esc-char to esc-result(esc-out-pos:1)
                       add 1 to esc-out-pos
               end-evaluate
           end-perform.

       load-full-body section.
           *> cm-body plus the item's continuation rows in key order.
           move spaces to full-body.
           move cm-body to full-body(1:2000).
           if overflow-available = "N"
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
                           compute full-seg-start
                               = (cbo-seq * 2000) + 1
                           if full-seg-start + 1999
                               <= length of full-body
                               move cbo-text
                                   to full-body(full-seg-start:2000)
                           end-if
                       end-if
               end-read
           end-perform.
           move spaces to body-overflow-status.

       split-body-into-segments section.
           *> Carriage returns drop first so CRLF and LF bodies
           *> segment alike; a run of two or more line feeds ends a
           *> paragraph.
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
           *> seg-body(para-start:para-len) becomes one or more
           *> segments; blank paragraphs are dropped.
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

       end program xliff-export.
