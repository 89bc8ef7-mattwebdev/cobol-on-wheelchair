       identification division.
       program-id. syndication-dispatch.

       environment division.
       input-output section.
       file-control.
      *> The queue syndication.cbl keeps - rows in state "queued" are
      *> this run's work, and each is marked with how it went.
           select syndication-ledger
               assign to "data/syndication.dat"
               organization is indexed
               access mode is dynamic
               record key is sl-content-id
               file status is ledger-file-status.

      *> One social account per line: "name|post-url|token-variable".
      *> The third field names an environment variable holding the
      *> account's access token, so no secret sits in the file.
           select accounts-file
               assign to "data/syndication-accounts.conf"
               organization is line sequential
               file status is accounts-status.

           select dead-letter-file
               assign to "data/syndication-dead-letter.log"
               organization is line sequential
               file status is dead-letter-status.

           select content-master
               assign to "data/content.dat"
               organization is indexed
               access mode is dynamic
               record key is cm-id
               file status is content-file-status.

           select media-master
               assign to "data/media.dat"
               organization is indexed
               access mode is dynamic
               record key is mm-id
               file status is media-file-status.

       data division.
       file section.
       fd  syndication-ledger.
       01  syndication-ledger-record.
           03 sl-content-id     pic 9(10).
           03 sl-state          pic x(10).
           03 sl-opt-out        pic x(1).
           03 sl-opt-set-by     pic x(50).
           03 sl-queued-stamp   pic x(14).
           03 sl-sent-stamp     pic x(14).
           03 sl-posted-count   pic 9(2).
           03 sl-failed-count   pic 9(2).

       fd  accounts-file.
       01  account-line         pic x(400).

       fd  dead-letter-file.
       01  dead-letter-line     pic x(600).

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

       working-storage section.
       01 ledger-file-status   pic xx.
       01 accounts-status      pic xx.
       01 dead-letter-status   pic xx.
       01 content-file-status  pic xx.
       01 media-file-status    pic xx.

      *> Configured accounts.
       01 account-table.
           03 account-count     pic 99 usage comp-5 value 0.
           03 account-rows occurs 10 times.
               05 account-name      pic x(40).
               05 account-url       pic x(300).
               05 account-token-var pic x(40).
       01 account-index        pic 99 usage comp-5.
       01 token-var-ok         pic x(1).
       01 token-scan           pic 99 usage comp-5.

      *> This run's work list - taken in one pass and the ledger
      *> closed again, so an admin opting an item out while posts
      *> are going out is not locked out for the length of the run.
       01 queued-table.
           03 queued-count      pic 9(4) usage comp-5 value 0.
           03 queued-ids occurs 500 times pic 9(10).
       01 queued-index         pic 9(4) usage comp-5.
       01 queue-overflow       pic x(1) value "N".

       01 site-base-url        pic x(100)
           value "https://www.nodebol-cms.com".
       01 site-base-env        pic x(100).

      *> What goes out for one item.
       01 post-id-display      pic z(9)9.
       01 post-title           pic x(200).
       01 post-description     pic x(300).
       01 post-link            pic x(130).
       01 post-image           pic x(610).
       01 post-text            pic x(700).
       01 item-still-live      pic x(1).
       01 item-skip-reason     pic x(40).
       01 item-posted          pic 9(2) usage comp-5.
       01 item-failed          pic 9(2) usage comp-5.

      *> Shell-quoting - each value rides inside single quotes, so a
      *> quote in a title becomes '\'' and nothing else needs care.
       01 quote-in             pic x(700).
       01 quote-out            pic x(1500).
       01 quote-in-len         pic 9(4) usage comp-5.
       01 quote-in-pos         pic 9(4) usage comp-5.
       01 quote-out-pos        pic 9(4) usage comp-5.
       01 quoted-title         pic x(700).
       01 quoted-description   pic x(700).
       01 quoted-link          pic x(300).
       01 quoted-image         pic x(1300).
       01 quoted-text          pic x(1500).

       01 delivery-command     pic x(6000).
       01 auth-option          pic x(80).
       01 system-result        pic s9(9) usage comp-5.
       01 attempt-number       pic 9 usage comp-5.
       01 max-attempts         pic 9 usage comp-5 value 3.
       01 delivery-ok          pic x(1).

      *> Backoff between retries - doubles each attempt, starting at
      *> two seconds, as webhook-dispatch.cbl does.
       01 backoff-nanos        pic 9(18) usage comp-5.
       01 backoff-base-nanos   pic 9(18) usage comp-5
           value 2000000000.
       01 run-timestamp        pic x(21).

      *> content-visibility.cbl's LINKAGE shape with local names -
      *> a social account is as public as it gets, so only an item a
      *> signed-out visitor may read is ever posted.
       01 visibility-request.
           03 vis-action        pic x(10).
           03 vis-content-id    pic 9(10).
           03 vis-level         pic x(20).
           03 vis-viewer-role   pic x(20).
           03 vis-session-id    pic x(32).
           03 vis-set-by        pic x(50).

       01 visibility-response.
           03 vis-success       pic x(1).
           03 vis-message       pic x(200).
           03 vis-level-out     pic x(20).
           03 vis-allowed       pic x(1).
           03 vis-needs-login   pic x(1).
           03 vis-viewer-role-out pic x(20).
           03 vis-viewer-name   pic x(50).

       01 report-counts.
           03 items-queued      pic 9(6) value 0.
           03 items-posted      pic 9(6) value 0.
           03 items-partial     pic 9(6) value 0.
           03 items-failed      pic 9(6) value 0.
           03 items-skipped     pic 9(6) value 0.
           03 posts-dead        pic 9(6) value 0.

      *> Posts each newly published blog post to every configured
      *> social account - title, meta description, link and share
      *> image - with retry and backoff. A post an account still
      *> refuses after the retries lands in the dead-letter report
      *> for someone to replay by hand; the item is not queued
      *> again, so the accounts that did take it never see it twice.
      *> Each POST carries form fields title, description, link,
      *> image (absolute URL, blank when the item has none) and
      *> status (title, description and link as one ready-made
      *> post). Delivery goes through the system's curl, as
      *> webhook-dispatch.cbl's does.
       procedure division.

       accept site-base-env from environment "SITE_BASE_URL".
       if site-base-env not = spaces
           move site-base-env to site-base-url
       end-if.

       perform load-accounts.
       if account-count = 0
           display function concatenate(
               "syndication-dispatch: no accounts configured in ",
               "data/syndication-accounts.conf - queue left intact"
           )
           goback
       end-if.

       perform collect-queued-items.
       if queued-count = 0
           display "syndication-dispatch: nothing queued"
           goback
       end-if.

       open input content-master.
       if content-file-status not = "00"
           display "syndication-dispatch: the content store could"
               " not be opened - queue left intact"
           goback
       end-if.
       open input media-master.

       perform varying queued-index from 1 by 1
           until queued-index > queued-count
           perform dispatch-one-item
       end-perform.

       close content-master.
       if media-file-status = "00"
           close media-master
       end-if.

       perform display-summary.
       goback.

       load-accounts section.
           move 0 to account-count.
           open input accounts-file.
           if accounts-status not = "00"
               exit section
           end-if.
           perform until accounts-status not = "00"
               read accounts-file into account-line
                   at end move "10" to accounts-status
                   not at end
                       if account-line not = spaces
                           and account-line(1:1) not = "#"
                           and account-count < 10
                           perform take-one-account
                       end-if
               end-read
           end-perform.
           close accounts-file.

       take-one-account section.
           add 1 to account-count.
           move spaces to account-rows(account-count).
           unstring account-line delimited by "|"
               into account-name(account-count)
                    account-url(account-count)
                    account-token-var(account-count)
           end-unstring.
           move function trim(account-name(account-count))
               to account-name(account-count).
           move function trim(account-url(account-count))
               to account-url(account-count).
           move function trim(account-token-var(account-count))
               to account-token-var(account-count).
           if account-url(account-count) = spaces
               display function concatenate(
                   "syndication-dispatch: account ",
                   function trim(account-name(account-count)),
                   " has no post URL - ignored"
               )
               subtract 1 from account-count
               exit section
           end-if.
           *> The variable name goes into the shell command, so it
           *> must be a plain name and nothing more.
           move "Y" to token-var-ok.
           perform varying token-scan from 1 by 1
               until token-scan > 40
               if account-token-var(account-count)(token-scan:1)
                   not = space
                   and account-token-var(account-count)
                       (token-scan:1) not alphabetic-upper
                   and account-token-var(account-count)
                       (token-scan:1) not numeric
                   and account-token-var(account-count)
                       (token-scan:1) not = "_"
                   move "N" to token-var-ok
               end-if
           end-perform.
           if token-var-ok = "N"
               display function concatenate(
                   "syndication-dispatch: account ",
                   function trim(account-name(account-count)),
                   " names an unusable token variable - ignored"
               )
               subtract 1 from account-count
           end-if.

       collect-queued-items section.
           move 0 to queued-count.
           open input syndication-ledger.
           if ledger-file-status not = "00"
               exit section
           end-if.
           move low-values to sl-content-id.
           start syndication-ledger key is greater than sl-content-id
               invalid key move "10" to ledger-file-status
           end-start.
           perform until ledger-file-status = "10"
               read syndication-ledger next record
                   at end move "10" to ledger-file-status
                   not at end
                       if function trim(sl-state) = "queued"
                           if queued-count < 500
                               add 1 to queued-count
                               move sl-content-id
                                   to queued-ids(queued-count)
                           else
                               move "Y" to queue-overflow
                           end-if
                       end-if
               end-read
           end-perform.
           close syndication-ledger.
           move queued-count to items-queued.

       dispatch-one-item section.
           *> Re-read the row - an opt-out since the list was taken
           *> has already withdrawn it.
           open input syndication-ledger.
           if ledger-file-status not = "00"
               exit section
           end-if.
           move queued-ids(queued-index) to sl-content-id.
           read syndication-ledger
               invalid key
                   move spaces to sl-state
           end-read.
           close syndication-ledger.
           if function trim(sl-state) not = "queued"
               exit section
           end-if.

           perform build-item-post.
           move 0 to item-posted.
           move 0 to item-failed.
           if item-still-live = "Y"
               perform varying account-index from 1 by 1
                   until account-index > account-count
                   perform deliver-to-one-account
               end-perform
           end-if.
           perform mark-item-done.

       build-item-post section.
           move "N" to item-still-live.
           move "is no longer published" to item-skip-reason.
           move queued-ids(queued-index) to cm-id.
           read content-master
               invalid key
                   exit section
           end-read.
           if function trim(cm-status) not = "published"
               exit section
           end-if.
           *> Restricted since it was queued, or never public - the
           *> check is made again here, not only when it was offered.
           move "check" to vis-action.
           move cm-id to vis-content-id.
           move spaces to vis-level.
           move spaces to vis-viewer-role.
           move spaces to vis-session-id.
           move spaces to vis-set-by.
           call "content-visibility" using visibility-request
               visibility-response.
           if vis-allowed not = "Y"
               move "is not public" to item-skip-reason
               exit section
           end-if.
           move "Y" to item-still-live.

           move cm-id to post-id-display.
           move cm-title to post-title.
           move cm-meta-desc to post-description.
           move function concatenate(
               function trim(site-base-url), "/page/",
               function trim(post-id-display)
           ) to post-link.
           move spaces to post-image.
           if cm-share-image-id not = 0
               and media-file-status = "00"
               move cm-share-image-id to mm-id
               read media-master
                   invalid key
                       move spaces to mm-file-path
               end-read
               if mm-file-path not = spaces
                   and function trim(mm-status) not = "deleted"
                   move function concatenate(
                       function trim(site-base-url), "/",
                       function trim(mm-file-path)
                   ) to post-image
               end-if
           end-if.
           if post-description not = spaces
               move function concatenate(
                   function trim(post-title), x"0A",
                   function trim(post-description), x"0A",
                   function trim(post-link)
               ) to post-text
           else
               move function concatenate(
                   function trim(post-title), x"0A",
                   function trim(post-link)
               ) to post-text
           end-if.

           move post-title to quote-in.
           perform shell-quote.
           move quote-out to quoted-title.
           move post-description to quote-in.
           perform shell-quote.
           move quote-out to quoted-description.
           move post-link to quote-in.
           perform shell-quote.
           move quote-out to quoted-link.
           move post-image to quote-in.
           perform shell-quote.
           move quote-out to quoted-image.
           move post-text to quote-in.
           perform shell-quote.
           move quote-out to quoted-text.

       shell-quote section.
           move spaces to quote-out.
           move function length(function trim(quote-in trailing))
               to quote-in-len.
           if quote-in = spaces
               move 0 to quote-in-len
           end-if.
           move 1 to quote-out-pos.
           perform varying quote-in-pos from 1 by 1
               until quote-in-pos > quote-in-len
               if quote-in(quote-in-pos:1) = "'"
                   move "'\''" to quote-out(quote-out-pos:4)
                   add 4 to quote-out-pos
               else
                   move quote-in(quote-in-pos:1)
                       to quote-out(quote-out-pos:1)
                   add 1 to quote-out-pos
               end-if
           end-perform.

       deliver-to-one-account section.
           move "N" to delivery-ok.
           move backoff-base-nanos to backoff-nanos.
           perform varying attempt-number from 1 by 1
               until attempt-number > max-attempts
               or delivery-ok = "Y"
               if attempt-number > 1
                   call "CBL_OC_NANOSLEEP" using backoff-nanos
                   compute backoff-nanos = backoff-nanos * 2
               end-if
               perform attempt-one-post
           end-perform.

           if delivery-ok = "Y"
               add 1 to item-posted
           else
               add 1 to item-failed
               add 1 to posts-dead
               perform write-dead-letter
           end-if.

       attempt-one-post section.
           *> A non-2xx answer or none at all makes curl exit nonzero
           *> (-f). The token is expanded by the shell from its
           *> variable and never passes through this program.
           if account-token-var(account-index) not = spaces
               move function concatenate(
                   '-H "Authorization: Bearer ${',
                   function trim(account-token-var(account-index)),
                   '}" '
               ) to auth-option
           else
               move spaces to auth-option
           end-if.
           move function concatenate(
               "curl -f -s -o /dev/null --max-time 20 -X POST ",
               function trim(auth-option), " ",
               "--data-urlencode 'title=",
               function trim(quoted-title trailing), "' ",
               "--data-urlencode 'description=",
               function trim(quoted-description trailing), "' ",
               "--data-urlencode 'link=",
               function trim(quoted-link trailing), "' ",
               "--data-urlencode 'image=",
               function trim(quoted-image trailing), "' ",
               "--data-urlencode 'status=",
               function trim(quoted-text trailing), "' '",
               function trim(account-url(account-index)), "'"
           ) to delivery-command.
           call "SYSTEM" using delivery-command
               returning system-result.
           if system-result = 0
               move "Y" to delivery-ok
           end-if.

       mark-item-done section.
           open i-o syndication-ledger.
           if ledger-file-status not = "00"
               exit section
           end-if.
           move queued-ids(queued-index) to sl-content-id.
           read syndication-ledger
               invalid key
                   close syndication-ledger
                   exit section
           end-read.
           move function current-date to run-timestamp.
           move run-timestamp(1:14) to sl-sent-stamp.
           move item-posted to sl-posted-count.
           move item-failed to sl-failed-count.
           move queued-ids(queued-index) to post-id-display.
           evaluate true
               when item-still-live = "N"
                   move "skipped" to sl-state
                   add 1 to items-skipped
                   display function concatenate(
                       "SKIPPED: content id ",
                       function trim(post-id-display), " ",
                       function trim(item-skip-reason)
                   )
               when item-failed = 0
                   move "posted" to sl-state
                   add 1 to items-posted
                   display function concatenate(
                       "POSTED: content id ",
                       function trim(post-id-display), ' ("',
                       function trim(post-title), '")'
                   )
               when item-posted = 0
                   move "failed" to sl-state
                   add 1 to items-failed
               when other
                   move "partial" to sl-state
                   add 1 to items-partial
           end-evaluate.
           rewrite syndication-ledger-record.
           close syndication-ledger.

       write-dead-letter section.
           move function current-date to run-timestamp.
           open extend dead-letter-file.
           if dead-letter-status not = "00"
               open output dead-letter-file
               close dead-letter-file
               open extend dead-letter-file
           end-if.
           move function concatenate(
               run-timestamp(1:8), " ", run-timestamp(9:6), " | ",
               function trim(account-name(account-index)), " | ",
               function trim(post-id-display), " | ",
               function trim(post-link), " | ",
               function trim(post-title)
           ) to dead-letter-line.
           write dead-letter-line.
           close dead-letter-file.
           display function concatenate(
               "DEAD LETTER: ",
               function trim(account-name(account-index)),
               " did not accept content id ",
               function trim(post-id-display), ' ("',
               function trim(post-title), '")'
           ).

       display-summary section.
           display function concatenate(
               "syndication-dispatch: ",
               function trim(items-queued), " item(s) queued, ",
               function trim(items-posted), " posted, ",
               function trim(items-partial), " partly posted, ",
               function trim(items-failed), " failed, ",
               function trim(items-skipped), " skipped; ",
               function trim(posts-dead), " post(s) dead-lettered"
           ).
           if queue-overflow = "Y"
               display "syndication-dispatch: more than 500 items"
                   " queued - the rest go out on the next run"
           end-if.

       end program syndication-dispatch.
