       identification division.
       program-id. publish-checklist.

       environment division.
       input-output section.
       file-control.
      *> The item being published, and the targets of its /page/<id>
      *> links - the layout mirrors database-interface.cbl's
      *> content-master-record and must grow in step with it.
           select content-master
               assign to "data/content.dat"
               organization is indexed
               access mode is dynamic
               record key is cm-id
               file status is content-file-status.

      *> Lookups for the shortcode check - a token only passes when
      *> shortcodes.cbl would find something to expand it into.
           select block-master
               assign to "data/content-blocks.dat"
               organization is indexed
               access mode is dynamic
               record key is cb-name
               file status is block-file-status.

           select media-lookup
               assign to "data/media.dat"
               organization is indexed
               access mode is dynamic
               record key is ml-id
               file status is media-lookup-status.

           select form-def-master
               assign to "data/form-definitions.dat"
               organization is indexed
               access mode is dynamic
               record key is fm-name
               file status is form-def-status.

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

       fd  block-master.
       01  block-master-record.
           03 cb-name           pic x(50).
           03 cb-modified-date  pic x(20).
           03 cb-body           pic x(2000).

      *> Named fields are only what the checks need; the fillers must
      *> grow in step with database-interface.cbl's
      *> media-master-record.
       fd  media-lookup.
       01  media-lookup-record.
           03 ml-id             pic 9(10).
           03 filler            pic x(1945).
           03 ml-status         pic x(10).
           03 filler            pic x(1159).

       fd  form-def-master.
       01  form-def-record.
           03 fm-name           pic x(50).
           03 filler            pic x(3823).

       working-storage section.
       01 content-file-status  pic xx.
       01 block-file-status    pic xx.
       01 media-lookup-status  pic xx.
       01 form-def-status      pic xx.

      *> The item under check, copied out of the record area before
      *> the link check reuses it for the targets.
       01 item-type            pic x(20).
       01 item-title           pic x(200).
       01 item-body            pic x(2000).
       01 item-slug            pic x(80).
       01 item-meta-desc       pic x(300).
       01 item-share-image-id  pic 9(10).

      *> Each check is switched by publish_check_<name> - "fail"
      *> blocks the publish, "warn" needs an override, "off" skips
      *> it; blank takes the default shown in load-check-level's
      *> callers. The limits come from their own settings.
       01 check-setting-key    pic x(40).
       01 check-default-level  pic x(4).
       01 check-level          pic x(4).
       01 limit-setting-key    pic x(40).
       01 limit-value          pic 9(5) usage comp-5.

       01 meta-desc-max        pic 9(5) usage comp-5.
       01 title-max            pic 9(5) usage comp-5.
       01 min-words            pic 9(5) usage comp-5.

       01 text-len             pic 9(5) usage comp-5.
       01 word-count           pic 9(5) usage comp-5.
       01 in-word              pic x(1).
       01 scan-pos             pic 9(5) usage comp-5.
       01 digit-pos            pic 9(5) usage comp-5.
       01 digit-len            pic 9(5) usage comp-5.
       01 token-end            pic 9(5) usage comp-5.
       01 colon-pos            pic 9(5) usage comp-5.
       01 token-kind           pic x(10).
       01 token-name           pic x(50).
       01 token-ok             pic x(1).
       01 link-target-id       pic 9(10).
       01 problem-count        pic 9(4) usage comp-5.
       01 first-problem        pic x(60).
       01 id-display           pic z(9)9.
       01 n1-display           pic z(4)9.
       01 n2-display           pic z(4)9.
       01 result-detail        pic x(150).
       01 result-check         pic x(20).

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
       01 checklist-request.
           03 ck-content-id     pic 9(10).

       01 checklist-response.
           03 ck-success        pic x(1).
           03 ck-message        pic x(200).
           03 ck-fail-count     pic 9(2).
           03 ck-warn-count     pic 9(2).
           03 ck-result-count   pic 9(2).
           03 ck-results occurs 10 times.
               05 ck-level      pic x(4).
               05 ck-check      pic x(20).
               05 ck-detail     pic x(150).

      *> The pre-publish quality checklist. Runs every enabled check
      *> against the stored item and hands back one row per problem:
      *> "fail" rows stop the publish outright, "warn" rows let it
      *> through only when the publisher explicitly overrides (the
      *> admin screen audits the override). Nothing is changed here.
       procedure division using checklist-request checklist-response.

       move "N" to ck-success.
       move spaces to ck-message.
       move 0 to ck-fail-count.
       move 0 to ck-warn-count.
       move 0 to ck-result-count.
       move spaces to ck-results(1).
       perform varying scan-pos from 2 by 1 until scan-pos > 10
           move ck-results(1) to ck-results(scan-pos)
       end-perform.

       open input content-master.
       if content-file-status not = "00"
           move "The content store could not be opened" to ck-message
           goback
       end-if.
       move ck-content-id to cm-id.
       read content-master
           invalid key
               close content-master
               move "Content item not found" to ck-message
               goback
       end-read.
       move cm-type to item-type.
       move cm-title to item-title.
       move cm-body to item-body.
       move cm-slug to item-slug.
       move cm-meta-desc to item-meta-desc.
       move cm-share-image-id to item-share-image-id.

       perform check-meta-description.
       perform check-slug.
       perform check-title-length.
       perform check-word-count.
       perform check-internal-links.
       perform check-share-image.
       perform check-shortcodes.

       close content-master.
       move "Y" to ck-success.
       move ck-fail-count to n1-display.
       move ck-warn-count to n2-display.
       move function concatenate(
           function trim(n1-display), " failure(s), ",
           function trim(n2-display), " warning(s)"
       ) to ck-message.

       goback.

       load-check-level section.
           move check-default-level to check-level.
           move "get" to settings-action.
           move check-setting-key to settings-key.
           call "settings" using settings-request settings-response.
           if settings-success = "Y"
               evaluate function lower-case(
                   function trim(settings-value-out))
                   when "fail"
                       move "fail" to check-level
                   when "warn"
                       move "warn" to check-level
                   when "off"
                       move "off" to check-level
               end-evaluate
           end-if.

       load-check-limit section.
           *> limit-value holds the default on the way in.
           move "get" to settings-action.
           move limit-setting-key to settings-key.
           call "settings" using settings-request settings-response.
           if settings-success = "Y"
               and function trim(settings-value-out) is numeric
               and function numval(settings-value-out) > 0
               move function numval(settings-value-out) to limit-value
           end-if.

       add-result section.
           if check-level = "fail"
               add 1 to ck-fail-count
           else
               add 1 to ck-warn-count
           end-if.
           if ck-result-count < 10
               add 1 to ck-result-count
               move check-level to ck-level(ck-result-count)
               move result-check to ck-check(ck-result-count)
               move result-detail to ck-detail(ck-result-count)
           end-if.

       check-meta-description section.
           move "publish_check_meta_desc" to check-setting-key.
           move "warn" to check-default-level.
           perform load-check-level.
           if check-level = "off"
               exit section
           end-if.
           move "publish_meta_desc_max" to limit-setting-key.
           move 160 to limit-value.
           perform load-check-limit.
           move limit-value to meta-desc-max.
           move "meta description" to result-check.
           if item-meta-desc = spaces
               move "No meta description - search engines will pick"
                   to result-detail
               perform add-result
               exit section
           end-if.
           move function length(function trim(item-meta-desc))
               to text-len.
           if text-len > meta-desc-max
               move text-len to n1-display
               move meta-desc-max to n2-display
               move function concatenate(
                   "Meta description is ", function trim(n1-display),
                   " characters - search results cut it at ",
                   function trim(n2-display)
               ) to result-detail
               perform add-result
           end-if.

       check-slug section.
           move "publish_check_slug" to check-setting-key.
           move "fail" to check-default-level.
           perform load-check-level.
           if check-level = "off"
               exit section
           end-if.
           if item-slug = spaces
               move "slug" to result-check
               move "No slug - the page would only be reachable by id"
                   to result-detail
               perform add-result
           end-if.

       check-title-length section.
           move "publish_check_title_length" to check-setting-key.
           move "warn" to check-default-level.
           perform load-check-level.
           if check-level = "off"
               exit section
           end-if.
           move "publish_title_max" to limit-setting-key.
           move 60 to limit-value.
           perform load-check-limit.
           move limit-value to title-max.
           move "title" to result-check.
           if item-title = spaces
               move "No title" to result-detail
               perform add-result
               exit section
           end-if.
           move function length(function trim(item-title))
               to text-len.
           if text-len > title-max
               move text-len to n1-display
               move title-max to n2-display
               move function concatenate(
                   "Title is ", function trim(n1-display),
                   " characters - search engines show about ",
                   function trim(n2-display)
               ) to result-detail
               perform add-result
           end-if.

       check-word-count section.
           move "publish_check_word_count" to check-setting-key.
           move "warn" to check-default-level.
           perform load-check-level.
           if check-level = "off"
               exit section
           end-if.
           move "publish_min_words" to limit-setting-key.
           move 50 to limit-value.
           perform load-check-limit.
           move limit-value to min-words.
           move 0 to word-count.
           move "N" to in-word.
           move function length(function trim(item-body, trailing))
               to text-len.
           perform varying scan-pos from 1 by 1
               until scan-pos > text-len
               if item-body(scan-pos:1) = space
                   move "N" to in-word
               else
                   if in-word = "N"
                       add 1 to word-count
                       move "Y" to in-word
                   end-if
               end-if
           end-perform.
           if word-count < min-words
               move word-count to n1-display
               move min-words to n2-display
               move "word count" to result-check
               move function concatenate(
                   "Body has ", function trim(n1-display),
                   " word(s) - the minimum is ",
                   function trim(n2-display)
               ) to result-detail
               perform add-result
           end-if.

       check-internal-links section.
           *> Every /page/<id> in the body must name an item that is
           *> still in the store and not in the trash.
           move "publish_check_internal_links" to check-setting-key.
           move "fail" to check-default-level.
           perform load-check-level.
           if check-level = "off"
               exit section
           end-if.
           move 0 to problem-count.
           move spaces to first-problem.
           move function length(function trim(item-body, trailing))
               to text-len.
           perform varying scan-pos from 1 by 1
               until scan-pos + 6 > text-len
               if item-body(scan-pos:6) = "/page/"
                   perform check-one-page-link
               end-if
           end-perform.
           if problem-count > 0
               move problem-count to n1-display
               move "internal links" to result-check
               move function concatenate(
                   function trim(n1-display),
                   " link(s) to pages that do not exist, first ",
                   function trim(first-problem)
               ) to result-detail
               perform add-result
           end-if.

       check-one-page-link section.
           compute digit-pos = scan-pos + 6.
           move 0 to digit-len.
           perform until digit-pos + digit-len > text-len
               or digit-len >= 10
               or item-body(digit-pos + digit-len:1) not numeric
               add 1 to digit-len
           end-perform.
           if digit-len = 0
               exit section
           end-if.
           move function numval(item-body(digit-pos:digit-len))
               to link-target-id.
           move link-target-id to cm-id.
           move "Y" to token-ok.
           read content-master
               invalid key
                   move "N" to token-ok
               not invalid key
                   if function trim(cm-status) = "trashed"
                       move "N" to token-ok
                   end-if
           end-read.
           if token-ok = "N"
               add 1 to problem-count
               if first-problem = spaces
                   move item-body(scan-pos:6 + digit-len)
                       to first-problem
               end-if
           end-if.

       check-share-image section.
           *> Blog posts are what gets shared - they need a card
           *> image that is still in the library.
           if function trim(item-type) not = "blog_post"
               exit section
           end-if.
           move "publish_check_share_image" to check-setting-key.
           move "warn" to check-default-level.
           perform load-check-level.
           if check-level = "off"
               exit section
           end-if.
           move "share image" to result-check.
           if item-share-image-id = 0
               move "Blog post has no share image" to result-detail
               perform add-result
               exit section
           end-if.
           move item-share-image-id to token-name.
           perform check-media-exists.
           if token-ok = "N"
               move item-share-image-id to id-display
               move function concatenate(
                   "Share image ", function trim(id-display),
                   " is no longer in the media library"
               ) to result-detail
               perform add-result
           end-if.

       check-shortcodes section.
           *> A [[kind:name]] token that shortcodes.cbl cannot expand
           *> renders as nothing - almost always a typo or a block,
           *> upload or form that has since been removed.
           move "publish_check_shortcodes" to check-setting-key.
           move "fail" to check-default-level.
           perform load-check-level.
           if check-level = "off"
               exit section
           end-if.
           move 0 to problem-count.
           move spaces to first-problem.
           move function length(function trim(item-body, trailing))
               to text-len.
           move 1 to scan-pos.
           perform until scan-pos + 1 > text-len
               if item-body(scan-pos:2) = "[["
                   perform check-one-shortcode
               else
                   add 1 to scan-pos
               end-if
           end-perform.
           if problem-count > 0
               move problem-count to n1-display
               move "shortcodes" to result-check
               move function concatenate(
                   function trim(n1-display),
                   " shortcode(s) that will not expand, first ",
                   function trim(first-problem)
               ) to result-detail
               perform add-result
           end-if.

       check-one-shortcode section.
           move "N" to token-ok.
           move 0 to colon-pos.
           perform varying token-end from scan-pos by 1
               until token-end + 1 > text-len
               if item-body(token-end:2) = "]]"
                   exit perform
               end-if
               if item-body(token-end:1) = ":" and colon-pos = 0
                   move token-end to colon-pos
               end-if
           end-perform.
           if token-end + 1 > text-len
               *> Never closed - the rest of the body is the token.
               add 1 to problem-count
               if first-problem = spaces
                   move item-body(scan-pos:40) to first-problem
               end-if
               move text-len to scan-pos
               exit section
           end-if.

           move spaces to token-kind.
           move spaces to token-name.
           if colon-pos > scan-pos + 2
               and colon-pos - scan-pos - 2 <= 10
               and token-end - colon-pos - 1 >= 1
               and token-end - colon-pos - 1 <= 50
               move item-body(scan-pos + 2:colon-pos - scan-pos - 2)
                   to token-kind
               move item-body(colon-pos + 1:token-end - colon-pos - 1)
                   to token-name
           end-if.

           evaluate function trim(token-kind)
               when "block"
                   move token-name to cb-name
                   perform check-block-exists
               when "media"
                   perform check-media-exists
               when "form"
                   perform check-form-exists
               when "recent"
                   *> A tag with nothing under it yet is still a
                   *> valid token - it just lists nothing today.
                   move "Y" to token-ok
           end-evaluate.

           if token-ok = "N"
               add 1 to problem-count
               if first-problem = spaces
                   if token-end - scan-pos + 2 > 60
                       move item-body(scan-pos:60) to first-problem
                   else
                       move item-body(scan-pos:token-end - scan-pos + 2)
                           to first-problem
                   end-if
               end-if
           end-if.
           compute scan-pos = token-end + 2.

       check-block-exists section.
           move "N" to token-ok.
           open input block-master.
           if block-file-status not = "00"
               exit section
           end-if.
           read block-master
               invalid key
                   continue
               not invalid key
                   move "Y" to token-ok
           end-read.
           close block-master.

       check-media-exists section.
           move "N" to token-ok.
           if function trim(token-name) not numeric
               exit section
           end-if.
           open input media-lookup.
           if media-lookup-status not = "00"
               exit section
           end-if.
           move function numval(token-name) to ml-id.
           read media-lookup
               invalid key
                   continue
               not invalid key
                   if ml-status not = "deleted"
                       move "Y" to token-ok
                   end-if
           end-read.
           close media-lookup.

       check-form-exists section.
           move "N" to token-ok.
           open input form-def-master.
           if form-def-status not = "00"
               exit section
           end-if.
           move token-name to fm-name.
           read form-def-master
               invalid key
                   continue
               not invalid key
                   move "Y" to token-ok
           end-read.
           close form-def-master.

       end program publish-checklist.
