       identification division.
       program-id. accessibility-audit.

       environment division.
       input-output section.
       file-control.
           select content-master
               assign to "data/content.dat"
               organization is indexed
               access mode is sequential
               record key is cm-id
               file status is content-file-status.

      *> Media lookup for [[media:id]] tokens - named fields are only
      *> what the audit reads; the fillers must grow in step with
      *> database-interface.cbl's media-master-record.
           select media-lookup
               assign to "data/media.dat"
               organization is indexed
               access mode is dynamic
               record key is ml-id
               file status is media-lookup-status.

           select menu-master
               assign to "data/menus.dat"
               organization is indexed
               access mode is sequential
               record key is mn-key
               file status is menu-file-status.

           select audit-report
               assign to "data/accessibility-audit.txt"
               organization is line sequential
               file status is audit-report-status.

      *> Last run's totals, rewritten at the end of every run - the
      *> report's trend line compares against them.
           select last-run-file
               assign to "data/accessibility-audit.last"
               organization is line sequential
               file status is last-run-status.

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

       fd  media-lookup.
       01  media-lookup-record.
           03 ml-id             pic 9(10).
           03 filler            pic x(1190).
           03 ml-alt-text       pic x(255).
           03 filler            pic x(500).
           03 ml-status         pic x(10).
           03 filler            pic x(614).
           03 ml-width          pic 9(5).
           03 ml-height         pic 9(5).
           03 filler            pic x(535).

       fd  menu-master.
       01  menu-master-record.
           03 mn-key.
               05 mn-menu       pic x(30).
               05 mn-seq        pic 9(4).
           03 mn-label          pic x(50).
           03 mn-target-kind    pic x(10).
           03 mn-target         pic x(200).

       fd  audit-report.
       01  audit-report-line    pic x(400).

       fd  last-run-file.
       01  last-run-record.
           03 lr-date           pic x(8).
           03 lr-total          pic 9(6).
           03 lr-serious        pic 9(6).
           03 lr-moderate       pic 9(6).
           03 lr-minor          pic 9(6).

       working-storage section.
       01 content-file-status  pic xx.
       01 media-lookup-status  pic xx.
       01 menu-file-status     pic xx.
       01 audit-report-status  pic xx.
       01 last-run-status      pic xx.
       01 media-open           pic x(1) value "N".
       01 id-display           pic z(9)9.
       01 seq-display          pic z(3)9.

      *> The body is scanned in lower case so <H2> and <h2> read
      *> alike; excerpts quoted in findings come from the same copy.
       01 scan-body            pic x(2010).
       01 body-len             pic 9(4) usage comp-5.
       01 scan-pos             pic 9(4) usage comp-5.
       01 tag-end              pic 9(4) usage comp-5.
       01 close-pos            pic 9(4) usage comp-5.
       01 inner-pos            pic 9(4) usage comp-5.
       01 text-start           pic 9(4) usage comp-5.
       01 text-len             pic 9(4) usage comp-5.
       01 tag-text             pic x(300).
       01 link-text            pic x(200).
       01 heading-level        pic 9 value 0.
       01 previous-level       pic 9 value 1.
       01 header-cell-found    pic x(1).
       01 attr-found           pic x(1).
       01 attr-name            pic x(10).
       01 attr-len             pic 9(4) usage comp-5.
       01 token-end            pic 9(4) usage comp-5.
       01 media-token-id       pic x(20).

      *> One finding, filled in by each check and written by
      *> report-finding.
       01 finding-page         pic x(60).
       01 finding-author       pic x(50).
       01 finding-severity     pic x(8).
       01 finding-text         pic x(200).

       01 report-counts.
           03 items-checked     pic 9(6) value 0.
           03 menu-entries      pic 9(6) value 0.
           03 pages-with-issues pic 9(6) value 0.
           03 total-findings    pic 9(6) value 0.
           03 serious-findings  pic 9(6) value 0.
           03 moderate-findings pic 9(6) value 0.
           03 minor-findings    pic 9(6) value 0.
       01 item-finding-count   pic 9(4) usage comp-5.

       01 last-run-found       pic x(1) value "N".
       01 last-run-copy.
           03 lc-date           pic x(8).
           03 lc-total          pic 9(6).
           03 lc-serious        pic 9(6).
           03 lc-moderate       pic 9(6).
           03 lc-minor          pic 9(6).
       01 trend-label          pic x(10).
       01 trend-this           pic 9(6).
       01 trend-last           pic 9(6).
       01 trend-change         pic s9(6).
       01 trend-display        pic +z(5)9.
       01 n1-display           pic z(5)9.
       01 n2-display           pic z(5)9.

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

      *> Nightly accessibility audit. Published bodies are walked
      *> for the problems screen-reader and keyboard users hit:
      *> images without alt text (library uploads placed through
      *> [[media:id]] and hand-written <img> tags alike), images
      *> without dimensions, heading levels that skip, links that
      *> read "click here" or as a bare address, and tables with no
      *> header cells; the navigation menus are checked for entries
      *> with no label. Findings list by page with the author and a
      *> severity, and the totals are compared with the last run so
      *> the trend is visible from one night to the next.
       procedure division.

       perform get-business-date.
       perform load-last-run.

       open output audit-report.
       move function concatenate(
           "Accessibility audit - business date ", bd-date-iso
       ) to audit-report-line.
       write audit-report-line.
       move spaces to audit-report-line.
       write audit-report-line.
       move "Severity | Page | Author | Finding" to audit-report-line.
       write audit-report-line.

       open input media-lookup.
       if media-lookup-status = "00"
           move "Y" to media-open
       end-if.

       open input content-master.
       if content-file-status = "00"
           perform until content-file-status not = "00"
               read content-master next record
                   at end move "10" to content-file-status
                   not at end
                       if function trim(cm-status) = "published"
                           add 1 to items-checked
                           perform audit-one-item
                       end-if
               end-read
           end-perform
           close content-master
       else
           display "accessibility-audit: no content store to check"
       end-if.

       if media-open = "Y"
           close media-lookup
       end-if.

       perform audit-menus.
       perform write-trend-summary.
       close audit-report.
       perform save-last-run.
       perform display-summary.

       goback.

       get-business-date section.
           move "get" to bd-action.
           move spaces to bd-date-in.
           move spaces to bd-set-by.
           call "business-date" using business-date-request
               business-date-response.
           display function concatenate(
               "accessibility-audit: business date ", bd-date-iso
           ).

       load-last-run section.
           move spaces to lc-date.
           move 0 to lc-total lc-serious lc-moderate lc-minor.
           open input last-run-file.
           if last-run-status not = "00"
               exit section
           end-if.
           read last-run-file
               at end
                   continue
               not at end
                   if lr-total is numeric
                       move last-run-record to last-run-copy
                       move "Y" to last-run-found
                   end-if
           end-read.
           close last-run-file.

       audit-one-item section.
           move 0 to item-finding-count.
           move cm-id to id-display.
           move function concatenate(
               "#", function trim(id-display), " /",
               function trim(cm-slug)
           ) to finding-page.
           move cm-author to finding-author.
           move function lower-case(cm-body) to scan-body.
           move function length(function trim(scan-body, trailing))
               to body-len.
           if body-len = 0
               exit section
           end-if.

           move 1 to previous-level.
           move 1 to scan-pos.
           perform until scan-pos > body-len
               evaluate true
                   when scan-body(scan-pos:8) = "[[media:"
                       perform check-media-token
                   when scan-body(scan-pos:4) = "<img"
                       perform check-img-tag
                   when scan-body(scan-pos:2) = "<h"
                       and scan-body(scan-pos + 2:1) >= "1"
                       and scan-body(scan-pos + 2:1) <= "6"
                       perform check-heading-tag
                   when scan-body(scan-pos:3) = "<a "
                       perform check-link-text
                   when scan-body(scan-pos:6) = "<table"
                       perform check-table-headers
               end-evaluate
               add 1 to scan-pos
           end-perform.
           if item-finding-count > 0
               add 1 to pages-with-issues
           end-if.

       check-media-token section.
           *> [[media:17]] renders the library's alt text and
           *> dimensions - a blank alt is what a screen reader gets.
           move 0 to token-end.
           perform varying token-end from scan-pos by 1
               until token-end > body-len - 1
               or scan-body(token-end:2) = "]]"
               continue
           end-perform.
           if token-end > body-len - 1
               or token-end - scan-pos - 8 < 1
               or token-end - scan-pos - 8 > 20
               exit section
           end-if.
           move scan-body(scan-pos + 8:token-end - scan-pos - 8)
               to media-token-id.
           if function trim(media-token-id) not numeric
               or media-open not = "Y"
               exit section
           end-if.
           move function numval(media-token-id) to ml-id.
           read media-lookup
               invalid key
                   exit section
           end-read.
           if ml-status = "deleted"
               exit section
           end-if.
           if ml-alt-text = spaces
               move "serious" to finding-severity
               move function concatenate(
                   "media ", function trim(media-token-id),
                   " is placed here but has no alt text"
               ) to finding-text
               perform report-finding
           end-if.
           if ml-width = 0 or ml-height = 0
               move "minor" to finding-severity
               move function concatenate(
                   "media ", function trim(media-token-id),
                   " is emitted without width/height"
               ) to finding-text
               perform report-finding
           end-if.

       check-img-tag section.
           perform find-tag-end.
           move "alt=" to attr-name.
           perform find-tag-attribute.
           if attr-found = "N"
               move "serious" to finding-severity
               move function concatenate(
                   "image without alt text: ", tag-text(1:80)
               ) to finding-text
               perform report-finding
           end-if.
           move "width=" to attr-name.
           perform find-tag-attribute.
           if attr-found = "Y"
               move "height=" to attr-name
               perform find-tag-attribute
           end-if.
           if attr-found = "N"
               move "minor" to finding-severity
               move function concatenate(
                   "image without width/height: ", tag-text(1:80)
               ) to finding-text
               perform report-finding
           end-if.

       check-heading-tag section.
           *> The page title is the h1, so the body's first heading
           *> should be an h2 and no later one may jump more than
           *> one level deeper than the heading before it.
           move function numval(scan-body(scan-pos + 2:1))
               to heading-level.
           if heading-level > previous-level + 1
               move "moderate" to finding-severity
               move function concatenate(
                   "heading skips a level: h",
                   previous-level, " to h", heading-level
               ) to finding-text
               perform report-finding
           end-if.
           move heading-level to previous-level.

       check-link-text section.
           perform find-tag-end.
           if tag-end >= body-len
               exit section
           end-if.
           compute text-start = tag-end + 1.
           move 0 to close-pos.
           perform varying inner-pos from text-start by 1
               until inner-pos > body-len - 3
               or close-pos > 0
               if scan-body(inner-pos:4) = "</a>"
                   move inner-pos to close-pos
               end-if
           end-perform.
           if close-pos = 0
               exit section
           end-if.
           move spaces to link-text.
           compute text-len = close-pos - text-start.
           if text-len > 200
               move 200 to text-len
           end-if.
           if text-len > 0
               move scan-body(text-start:text-len) to link-text
           end-if.
           move function trim(link-text) to link-text.
           evaluate true
               when link-text = "click here"
                   or link-text = "here"
                   or link-text = "click here."
                   move "moderate" to finding-severity
                   move function concatenate(
                       'link text "', function trim(link-text),
                       '" does not say where it goes'
                   ) to finding-text
                   perform report-finding
               when link-text(1:7) = "http://"
                   or link-text(1:8) = "https://"
                   or link-text(1:4) = "www."
                   move "moderate" to finding-severity
                   move function concatenate(
                       "link text is a bare address: ",
                       link-text(1:80)
                   ) to finding-text
                   perform report-finding
           end-evaluate.

       check-table-headers section.
           move "N" to header-cell-found.
           move 0 to close-pos.
           perform varying inner-pos from scan-pos by 1
               until inner-pos > body-len - 7
               or close-pos > 0
               if scan-body(inner-pos:8) = "</table>"
                   move inner-pos to close-pos
               end-if
               if scan-body(inner-pos:4) = "<th>"
                   or scan-body(inner-pos:4) = "<th "
                   move "Y" to header-cell-found
               end-if
           end-perform.
           if header-cell-found = "N"
               move "serious" to finding-severity
               move "table has no header cells (<th>)"
                   to finding-text
               perform report-finding
           end-if.

       find-tag-end section.
           *> tag-end is the position of the tag's closing ">" (or
           *> the end of the body); tag-text is the tag itself.
           perform varying tag-end from scan-pos by 1
               until tag-end >= body-len
               or scan-body(tag-end:1) = ">"
               continue
           end-perform.
           move spaces to tag-text.
           compute text-len = tag-end - scan-pos + 1.
           if text-len > 300
               move 300 to text-len
           end-if.
           move scan-body(scan-pos:text-len) to tag-text.

       find-tag-attribute section.
           move "N" to attr-found.
           move function length(function trim(attr-name)) to attr-len.
           perform varying inner-pos from 1 by 1
               until inner-pos > 300 - attr-len
               or attr-found = "Y"
               if tag-text(inner-pos:attr-len) = attr-name(1:attr-len)
                   and inner-pos > 1
                   and tag-text(inner-pos - 1:1) = space
                   move "Y" to attr-found
               end-if
           end-perform.

       audit-menus section.
           *> A navigation entry with no label is announced as an
           *> unnamed link - or not at all.
           open input menu-master.
           if menu-file-status not = "00"
               exit section
           end-if.
           perform until menu-file-status not = "00"
               read menu-master next record
                   at end move "10" to menu-file-status
                   not at end
                       add 1 to menu-entries
                       if mn-label = spaces
                           move mn-seq to seq-display
                           move function concatenate(
                               "menu ", function trim(mn-menu),
                               " entry ", function trim(seq-display)
                           ) to finding-page
                           move "-" to finding-author
                           move "serious" to finding-severity
                           move function concatenate(
                               "menu entry has an empty label (",
                               function trim(mn-target-kind), " ",
                               function trim(mn-target(1:80)), ")"
                           ) to finding-text
                           perform report-finding
                       end-if
               end-read
           end-perform.
           close menu-master.

       report-finding section.
           add 1 to item-finding-count.
           add 1 to total-findings.
           evaluate finding-severity
               when "serious"
                   add 1 to serious-findings
               when "moderate"
                   add 1 to moderate-findings
               when other
                   add 1 to minor-findings
           end-evaluate.
           move function concatenate(
               function upper-case(finding-severity), " | ",
               function trim(finding-page), " | ",
               function trim(finding-author), " | ",
               function trim(finding-text)
           ) to audit-report-line.
           write audit-report-line.

       write-trend-summary section.
           move spaces to audit-report-line.
           write audit-report-line.
           if last-run-found = "Y"
               move function concatenate(
                   "Compared with the run for ", lc-date(1:4), "-",
                   lc-date(5:2), "-", lc-date(7:2), ":"
               ) to audit-report-line
           else
               move "No earlier run to compare with:"
                   to audit-report-line
           end-if.
           write audit-report-line.
           move "total" to trend-label.
           move total-findings to trend-this.
           move lc-total to trend-last.
           perform write-one-trend-line.
           move "serious" to trend-label.
           move serious-findings to trend-this.
           move lc-serious to trend-last.
           perform write-one-trend-line.
           move "moderate" to trend-label.
           move moderate-findings to trend-this.
           move lc-moderate to trend-last.
           perform write-one-trend-line.
           move "minor" to trend-label.
           move minor-findings to trend-this.
           move lc-minor to trend-last.
           perform write-one-trend-line.

       write-one-trend-line section.
           move trend-this to n1-display.
           if last-run-found not = "Y"
               move function concatenate(
                   "  ", trend-label, function trim(n1-display)
               ) to audit-report-line
               write audit-report-line
               exit section
           end-if.
           move trend-last to n2-display.
           compute trend-change = trend-this - trend-last.
           move trend-change to trend-display.
           move function concatenate(
               "  ", trend-label, function trim(n1-display),
               " (last run ", function trim(n2-display), ", ",
               function trim(trend-display), ")"
           ) to audit-report-line.
           write audit-report-line.

       save-last-run section.
           open output last-run-file.
           if last-run-status not = "00"
               exit section
           end-if.
           move bd-date to lr-date.
           move total-findings to lr-total.
           move serious-findings to lr-serious.
           move moderate-findings to lr-moderate.
           move minor-findings to lr-minor.
           write last-run-record.
           close last-run-file.

       display-summary section.
           if last-run-found = "Y"
               compute trend-change = total-findings - lc-total
           else
               move 0 to trend-change
           end-if.
           move trend-change to trend-display.
           display function concatenate(
               "accessibility-audit: ", function trim(items-checked),
               " published item(s), ", function trim(menu-entries),
               " menu entr(ies); ", function trim(total-findings),
               " finding(s) on ", function trim(pages-with-issues),
               " page(s) (", function trim(serious-findings),
               " serious), ", function trim(trend-display),
               " since last run; report in",
               " data/accessibility-audit.txt"
           ).

       end program accessibility-audit.
