               organization is line sequential
               file status is bundle-file-status.

      *> The personal-data stores below are only read for a masked
      *> extract (BUNDLE_MODE=masked) - a faithful bundle never
      *> carries them.
           select user-master
               assign to "data/users.dat"
               organization is indexed
               access mode is sequential
               record key is mf-user-id
               file status is user-file-status.

           select comment-master
               assign to "data/comments.dat"
               organization is indexed
               access mode is sequential
               record key is co-id
               file status is comment-file-status.

           select submission-master
               assign to "data/form-submissions.dat"
               organization is indexed
               access mode is sequential
               record key is fs-id
               file status is submission-file-status.

           select subscriber-master
               assign to "data/newsletter-subscribers.dat"
               organization is indexed
               access mode is sequential
               record key is ns-email
               file status is subscriber-file-status.

           select mask-report-file
               assign to "data/masked-extract-report.txt"
               organization is line sequential
               file status is mask-report-status.

       data division.
       file section.
       fd  content-master.
           03 mm-width            pic 9(5).
           03 mm-height           pic 9(5).
           03 mm-site-id          pic x(20).
           03 mm-licence          pic x(100).
           03 mm-credit           pic x(150).
           03 mm-source           pic x(255).
           03 mm-rights-expiry    pic x(10).

       fd  content-type-master.
       01  content-type-master-record.
       fd  bundle-file.
       01  bundle-line          pic x(20000).

       fd  user-master.
       01  user-master-record.
           03 mf-user-id        pic 9(10).
           03 mf-username       pic x(50).
           03 mf-email          pic x(100).
           03 mf-password-hash  pic x(64).
           03 mf-role           pic x(20).
           03 mf-acct-status    pic x(10).
           03 mf-created-date   pic x(20).
           03 mf-failed-logins  pic 9(3).
           03 mf-totp-enabled   pic x(1).
           03 mf-totp-secret    pic x(32).
           03 mf-password-changed pic x(8).
           03 mf-bio            pic x(500).
           03 mf-photo-media-id pic 9(10).
           03 mf-last-login     pic x(14).

       fd  comment-master.
       01  comment-master-record.
           03 co-id             pic 9(10).
           03 co-content-id     pic 9(10).
           03 co-author-name    pic x(50).
           03 co-email          pic x(100).
           03 co-body           pic x(1000).
           03 co-status         pic x(10).
           03 co-submitted-date pic x(20).
           03 co-parent-id      pic 9(10).

       fd  submission-master.
       01  submission-master-record.
           03 fs-id             pic 9(10).
           03 fs-submitted-date pic x(20).
           03 fs-client-addr    pic x(64).
           03 fs-status         pic x(10).
           03 fs-fields         pic x(1900).

       fd  subscriber-master.
       01  subscriber-record.
           03 ns-email          pic x(100).
           03 ns-status         pic x(10).
           03 ns-token          pic x(32).
           03 ns-subscribed-date pic x(20).

       fd  mask-report-file.
       01  mask-report-line     pic x(250).

       working-storage section.
       01 content-file-status  pic xx.
       01 body-overflow-status pic xx.
           03 settings-exported pic 9(4) value 0.
           03 roles-exported    pic 9(4) value 0.
           03 redirects-exported pic 9(4) value 0.
           03 users-exported    pic 9(6) value 0.
           03 comments-exported pic 9(6) value 0.
           03 submissions-exported pic 9(6) value 0.
           03 subscribers-exported pic 9(6) value 0.

      *> BUNDLE_MODE=masked writes an extract fit for a test or
      *> training box: the personal-data stores come along, but
      *> every address, commenter name, client address and
      *> submitted value is swapped for a made-up one. The mapping
      *> is a digest of MASK_SALT plus the real value, so the same
      *> real address becomes the same fake one everywhere in the
      *> extract (and across extracts while the salt is kept);
      *> without MASK_SALT the salt is this run's timestamp.
      *> Every account gets the password in MASK_PASSWORD
      *> (default "Test-Password-1"); sessions, API keys, reset
      *> tokens, pending email changes and the logs never leave.
       01 bundle-mode          pic x(10).
       01 bundle-masked        pic x(1) value "N".
       01 mask-salt            pic x(64).
       01 mask-password        pic x(50).
       01 test-password-hash   pic x(64).
       01 user-file-status     pic xx.
       01 comment-file-status  pic xx.
       01 submission-file-status pic xx.
       01 subscriber-file-status pic xx.
       01 mask-report-status   pic xx.

      *> Address scan over one bundle line - anything shaped like
      *> local@domain.tld is an address; ones already in the
      *> reserved example.invalid domain are the fakes.
       01 mask-line            pic x(20000).
       01 mask-out             pic x(20000).
       01 mask-len             pic 9(8) usage comp-5.
       01 mask-in-pos          pic 9(8) usage comp-5.
       01 mask-out-pos         pic 9(8) usage comp-5.
       01 mask-at-pos          pic 9(8) usage comp-5.
       01 mask-back-pos        pic 9(8) usage comp-5.
       01 mask-addr-start      pic 9(8) usage comp-5.
       01 mask-addr-end        pic 9(8) usage comp-5.
       01 mask-addr-len        pic 9(8) usage comp-5.
       01 mask-addr-found      pic x(1).
       01 mask-addr-fake       pic x(1).
       01 mask-stop            pic x(1).
       01 mask-dot-count       pic 9(4) usage comp-5.
       01 mask-char            pic x(1).
           88 mask-domain-char  values "a" thru "z" "A" thru "Z"
                                "0" thru "9" "." "-".
           88 mask-local-char   values "a" thru "z" "A" thru "Z"
                                "0" thru "9" "." "-" "_" "%" "+".
       01 fake-domain          pic x(16) value "example.invalid".

       01 mask-address-in      pic x(200).
       01 mask-address-out     pic x(40).
       01 mask-name-out        pic x(40).
       01 mask-token-out       pic x(20).
       01 mask-digest-source   pic x(2000).
       01 mask-digest-hex      pic x(16).
       01 mask-accum           pic 9(18) usage comp-5.
       01 mask-pos             pic 9(4) usage comp-5.
       01 mask-char-val        pic 9(4) usage comp-5.
       01 mask-ip-octet        pic 9(3).

      *> Submitted fields are flattened "name=value" pairs; names
      *> and the "_form" tag survive, every value is replaced.
       01 sub-fields-in        pic x(1900).
       01 sub-fields-out       pic x(1900).
       01 sub-len              pic 9(4) usage comp-5.
       01 sub-pos              pic 9(4) usage comp-5.
       01 sub-out-pos          pic 9(4) usage comp-5.
       01 sub-token            pic x(1900).
       01 sub-token-len        pic 9(4) usage comp-5.
       01 sub-token-out        pic x(1900).
       01 sub-eq-pos           pic 9(4) usage comp-5.
       01 sub-sep              pic x(1).

       01 verify-counts.
           03 verify-lines      pic 9(7) value 0.
           03 verify-fakes      pic 9(7) value 0.
           03 verify-survivors  pic 9(7) value 0.
       01 verify-line-no       pic z(6)9.
       01 verify-kind          pic x(12).

       01 digest-source        pic x(50).
       01 temp-hash            pic x(64).
       01 hash-accum           pic 9(18) usage comp-5.
       01 hash-round           pic 9.
       01 hash-pos             pic 9(4) usage comp-5.
       01 hash-char-val        pic 9(4) usage comp-5.
       01 hash-chunk           pic x(16).
       01 hash-start           pic 99 usage comp-5.
       01 hex-work             pic 9(18) usage comp-5.
       01 hex-rem              pic 99 usage comp-5.
       01 hex-pos              pic 99 usage comp-5.
       01 hex-alphabet         pic x(16) value "0123456789abcdef".

       01 cipher-request.
           03 cipher-action     pic x(12).
           03 cipher-width      pic 9(4).
           03 cipher-text       pic x(2000).

       01 cipher-response.
           03 cipher-success    pic x(1).
           03 cipher-message    pic x(200).
           03 cipher-result     pic x(2000).
           03 cipher-key-version pic x(1).

      *> Logical export of everything a new environment needs -
      *> content (live rows only, full bodies, tags, parent and
      *> redirects and media metadata - in a layout-independent text
      *> form. import-bundle.cbl loads it into an empty system with
      *> ids remapped, which is what raw .dat copies could never
      *> survive a record-layout change doing. The masked mode adds
      *> users, comments, form submissions and subscribers with
      *> their personal fields replaced, then re-reads what it
      *> wrote and reports any address that is not a fake one in
      *> data/masked-extract-report.txt.
       procedure division.

       accept bundle-mode from environment "BUNDLE_MODE".
       if function lower-case(function trim(bundle-mode)) = "masked"
           move "Y" to bundle-masked
           perform prepare-masking
       end-if.

       open output bundle-file.
       if bundle-file-status not = "00"
           display "export-bundle: cannot write data/site-bundle.txt"
       end-if.

      *> Format 2 added the site-id column on CONTENT and MEDIA
      *> lines, format 3 the usage-rights columns at the end of
      *> MEDIA lines; the importer reads the header and loads any
      *> generation.
       if bundle-masked = "Y"
           move "NODEBOL-BUNDLE|3|masked" to bundle-line
       else
           move "NODEBOL-BUNDLE|3" to bundle-line
       end-if.
       write bundle-line.

       perform export-settings.
       perform export-content-types.
       perform export-redirects.
       perform export-media.
       if bundle-masked = "Y"
           perform export-masked-users
       end-if.
       perform export-content.
       if bundle-masked = "Y"
           perform export-masked-comments
           perform export-masked-submissions
           perform export-masked-subscribers
       end-if.

       close bundle-file.

       if bundle-masked = "Y"
           perform verify-masked-bundle
       end-if.

       display function concatenate(
           "export-bundle: ", function trim(content-exported),
           " content, ", function trim(media-exported),
           " role(s), ", function trim(redirects-exported),
           " redirect(s) -> data/site-bundle.txt"
       ).
       if bundle-masked = "Y"
           display function concatenate(
               "export-bundle: masked - ",
               function trim(users-exported), " user(s), ",
               function trim(comments-exported), " comment(s), ",
               function trim(submissions-exported),
               " submission(s), ",
               function trim(subscribers-exported),
               " subscriber(s); ",
               function trim(verify-survivors),
               " unmasked address(es) found - see ",
               "data/masked-extract-report.txt"
           )
           if verify-survivors > 0
               display function concatenate(
                   "export-bundle: the extract still holds real ",
                   "addresses - do not ship it"
               )
               move 8 to return-code
           end-if
       end-if.

       goback.

       write-bundle-line section.
           *> Every line of a masked extract passes the address
           *> scrub on its way out - free text (titles, bodies,
           *> settings, media descriptions) included.
           if bundle-masked = "Y"
               perform mask-addresses-in-line
           end-if.
           write bundle-line.

       prepare-masking section.
           move spaces to mask-salt.
           accept mask-salt from environment "MASK_SALT".
           if mask-salt = spaces
               move function current-date to mask-salt
           end-if.
           move spaces to mask-password.
           accept mask-password from environment "MASK_PASSWORD".
           if mask-password = spaces
               move "Test-Password-1" to mask-password
           end-if.
           move mask-password to digest-source.
           perform hash-password.
           move temp-hash to test-password-hash.

       escape-bundle-value section.
           *> esc-source in, esc-result out.
           move spaces to esc-result.
                           "SETTING|", function trim(st-name), "|",
                           function trim(esc-result)
                       ) to bundle-line
                       perform write-bundle-line
                       add 1 to settings-exported
               end-read
           end-perform.
                           ro-can-manage-users, ro-can-draft,
                           ro-can-read-logs
                       ) to bundle-line
                       perform write-bundle-line
                       add 1 to roles-exported
               end-read
           end-perform.
               function trim(tags-list), "|",
               function trim(esc-result)
           ) to bundle-line.
           perform write-bundle-line.
           add 1 to types-exported.

       export-redirects section.
                               "REDIRECT|",
                               function trim(redirects-file-line)
                           ) to bundle-line
                           perform write-bundle-line
                           add 1 to redirects-exported
                       end-if
               end-read
               function trim(bundle-line), "|",
               function trim(esc-result)
           ) to bundle-line.
           move mm-licence to esc-source.
           perform escape-bundle-value.
           move function concatenate(
               function trim(bundle-line), "|",
               function trim(esc-result)
           ) to bundle-line.
           move mm-credit to esc-source.
           perform escape-bundle-value.
           move function concatenate(
               function trim(bundle-line), "|",
               function trim(esc-result)
           ) to bundle-line.
           move mm-source to esc-source.
           perform escape-bundle-value.
           move function concatenate(
               function trim(bundle-line), "|",
               function trim(esc-result), "|",
               function trim(mm-rights-expiry)
           ) to bundle-line.
           perform write-bundle-line.
           add 1 to media-exported.

       export-content section.
               function trim(bundle-line),
               function trim(esc-result)
           ) to bundle-line.
           perform write-bundle-line.
           add 1 to content-exported.

       collect-item-tags section.
           end-perform.
           move spaces to body-overflow-status.

       export-masked-users section.
           *> Usernames stay - content authorship and the test
           *> logins hang off them; the address goes fake, every
           *> password becomes the test one and two-factor is off.
           open input user-master.
           if user-file-status not = "00"
               exit section
           end-if.
           perform until user-file-status not = "00"
               read user-master next record
                   at end move "10" to user-file-status
                   not at end
                       perform export-one-masked-user
               end-read
           end-perform.
           close user-master.
           move spaces to user-file-status.

       export-one-masked-user section.
           move 100 to cipher-width.
           move mf-email to cipher-text.
           perform open-stored-value.
           move cipher-result(1:200) to mask-address-in.
           perform map-fake-address.
           move mf-user-id to id-display.
           move mf-photo-media-id to num-display.
           move function concatenate(
               "USER|", function trim(id-display), "|",
               function trim(mf-username), "|",
               function trim(mask-address-out), "|",
               test-password-hash, "|",
               function trim(mf-role), "|",
               function trim(mf-acct-status), "|",
               function trim(mf-created-date), "|",
               function trim(num-display), "|"
           ) to bundle-line.
           move mf-bio to esc-source.
           perform escape-bundle-value.
           move function concatenate(
               function trim(bundle-line),
               function trim(esc-result)
           ) to bundle-line.
           perform write-bundle-line.
           add 1 to users-exported.

       export-masked-comments section.
           open input comment-master.
           if comment-file-status not = "00"
               exit section
           end-if.
           perform until comment-file-status not = "00"
               read comment-master next record
                   at end move "10" to comment-file-status
                   not at end
                       perform export-one-masked-comment
               end-read
           end-perform.
           close comment-master.
           move spaces to comment-file-status.

       export-one-masked-comment section.
           move 100 to cipher-width.
           move co-email to cipher-text.
           perform open-stored-value.
           move cipher-result(1:200) to mask-address-in.
           perform map-fake-address.
           move spaces to mask-name-out.
           if co-author-name not = spaces
               move function concatenate(
                   mask-salt, "|name|",
                   function lower-case(function trim(co-author-name))
               ) to mask-digest-source
               perform compute-mask-digest
               move function concatenate(
                   "Commenter ", mask-digest-hex(11:6)
               ) to mask-name-out
           end-if.
           move co-id to id-display.
           move co-content-id to num-display.
           move function concatenate(
               "COMMENT|", function trim(id-display), "|",
               function trim(num-display), "|",
               function trim(mask-name-out), "|",
               function trim(mask-address-out), "|",
               function trim(co-status), "|",
               function trim(co-submitted-date), "|"
           ) to bundle-line.
           move co-parent-id to num-display.
           move function concatenate(
               function trim(bundle-line),
               function trim(num-display), "|"
           ) to bundle-line.
           move co-body to esc-source.
           perform escape-bundle-value.
           move function concatenate(
               function trim(bundle-line),
               function trim(esc-result)
           ) to bundle-line.
           perform write-bundle-line.
           add 1 to comments-exported.

       export-masked-submissions section.
           open input submission-master.
           if submission-file-status not = "00"
               exit section
           end-if.
           perform until submission-file-status not = "00"
               read submission-master next record
                   at end move "10" to submission-file-status
                   not at end
                       perform export-one-masked-submission
               end-read
           end-perform.
           close submission-master.
           move spaces to submission-file-status.

       export-one-masked-submission section.
           *> Client addresses map into the 192.0.2.0/24
           *> documentation range - still one per real address.
           move function concatenate(
               mask-salt, "|addr|", function trim(fs-client-addr)
           ) to mask-digest-source.
           perform compute-mask-digest.
           compute mask-ip-octet = function mod(mask-accum, 254) + 1.
           move 1900 to cipher-width.
           move fs-fields to cipher-text.
           perform open-stored-value.
           move cipher-result(1:1900) to sub-fields-in.
           perform mask-submission-fields.
           move fs-id to id-display.
           move function concatenate(
               "SUBMISSION|", function trim(id-display), "|",
               function trim(fs-submitted-date), "|",
               "192.0.2.", function trim(mask-ip-octet), "|",
               function trim(fs-status), "|"
           ) to bundle-line.
           move sub-fields-out to esc-source.
           perform escape-bundle-value.
           move function concatenate(
               function trim(bundle-line),
               function trim(esc-result)
           ) to bundle-line.
           perform write-bundle-line.
           add 1 to submissions-exported.

       mask-submission-fields section.
           *> Walks sub-fields-in token by token into sub-fields-out.
           *> submitform.cbl keeps the fields as
           *> "_form=..|_page=..|_ref=..|name=value|..", so "|" ends
           *> a token; anything else inside a value is part of it.
           move spaces to sub-fields-out.
           move 1 to sub-out-pos.
           move function length(function trim(sub-fields-in,
               trailing)) to sub-len.
           if sub-fields-in = spaces
               exit section
           end-if.
           move spaces to sub-token.
           move 0 to sub-token-len.
           perform varying sub-pos from 1 by 1 until sub-pos > sub-len
               move sub-fields-in(sub-pos:1) to sub-sep
               if sub-sep = "|"
                   perform mask-one-submission-token
                   if sub-out-pos <= 1900
                       move sub-sep to sub-fields-out(sub-out-pos:1)
                       add 1 to sub-out-pos
                   end-if
                   move spaces to sub-token
                   move 0 to sub-token-len
               else
                   add 1 to sub-token-len
                   move sub-sep to sub-token(sub-token-len:1)
               end-if
           end-perform.
           perform mask-one-submission-token.

       mask-one-submission-token section.
           if sub-token-len = 0
               exit section
           end-if.
           move 0 to sub-eq-pos.
           perform varying mask-pos from 1 by 1
               until mask-pos > sub-token-len or sub-eq-pos > 0
               if sub-token(mask-pos:1) = "="
                   move mask-pos to sub-eq-pos
               end-if
           end-perform.
           *> Only submitform's own tags - the form, the page it was
           *> posted from and the referrer - go out as they are.
           move spaces to sub-token-out.
           evaluate true
               when sub-eq-pos > 0
                   and (function trim(sub-token(1:sub-eq-pos))
                       = "_form="
                   or function trim(sub-token(1:sub-eq-pos))
                       = "_page="
                   or function trim(sub-token(1:sub-eq-pos))
                       = "_ref=")
                   move sub-token to sub-token-out
               when sub-eq-pos > 0 and sub-eq-pos = sub-token-len
                   move sub-token to sub-token-out
               when other
                   move function concatenate(
                       mask-salt, "|value|",
                       sub-token(sub-eq-pos + 1:
                           sub-token-len - sub-eq-pos)
                   ) to mask-digest-source
                   perform compute-mask-digest
                   if sub-eq-pos > 0
                       move function concatenate(
                           sub-token(1:sub-eq-pos),
                           "masked-", mask-digest-hex(9:8)
                       ) to sub-token-out
                   else
                       move function concatenate(
                           "masked-", mask-digest-hex(9:8)
                       ) to sub-token-out
                   end-if
           end-evaluate.
           move function length(function trim(sub-token-out,
               trailing)) to sub-token-len.
           if sub-out-pos + sub-token-len - 1 <= 1900
               move sub-token-out(1:sub-token-len)
                   to sub-fields-out(sub-out-pos:sub-token-len)
               add sub-token-len to sub-out-pos
           end-if.

       export-masked-subscribers section.
           *> The unsubscribe token stays behind - the importing
           *> side issues its own.
           open input subscriber-master.
           if subscriber-file-status not = "00"
               exit section
           end-if.
           perform until subscriber-file-status not = "00"
               read subscriber-master next record
                   at end move "10" to subscriber-file-status
                   not at end
                       move 100 to cipher-width
                       move ns-email to cipher-text
                       perform open-stored-value
                       move cipher-result(1:200) to mask-address-in
                       perform map-fake-address
                       move function concatenate(
                           "SUBSCRIBER|",
                           function trim(mask-address-out), "|",
                           function trim(ns-status), "|",
                           function trim(ns-subscribed-date)
                       ) to bundle-line
                       perform write-bundle-line
                       add 1 to subscribers-exported
               end-read
           end-perform.
           close subscriber-master.
           move spaces to subscriber-file-status.

       open-stored-value section.
           *> Sealed values (field-cipher) are opened so the mapping
           *> follows the real address rather than one key's
           *> sealing of it. cipher-text / cipher-width set by the
           *> caller; the opened value comes back in cipher-result.
           move "decrypt" to cipher-action.
           call "field-cipher" using cipher-request cipher-response.

       map-fake-address section.
           *> mask-address-in -> mask-address-out; blank stays blank.
           move spaces to mask-address-out.
           if mask-address-in = spaces
               exit section
           end-if.
           move function concatenate(
               mask-salt, "|email|",
               function lower-case(function trim(mask-address-in))
           ) to mask-digest-source.
           perform compute-mask-digest.
           move function concatenate(
               "user-", mask-digest-hex(7:10), "@",
               function trim(fake-domain)
           ) to mask-address-out.

       compute-mask-digest section.
           move 5381 to mask-accum.
           perform varying mask-pos from 1 by 1
               until mask-pos > function length(
                   function trim(mask-digest-source, trailing))
               move function ord(mask-digest-source(mask-pos:1))
                   to mask-char-val
               compute mask-accum = function mod(
                   (mask-accum * 33 + mask-char-val), 18446744073)
           end-perform.
           move mask-accum to hex-work.
           move spaces to mask-digest-hex.
           move 16 to hex-pos.
           perform 16 times
               compute hex-rem = function mod(hex-work, 16)
               compute hex-work = function integer(hex-work / 16)
               move hex-alphabet(hex-rem + 1:1)
                   to mask-digest-hex(hex-pos:1)
               subtract 1 from hex-pos
           end-perform.

       mask-addresses-in-line section.
           *> bundle-line in and out; each real address is replaced
           *> by its fake, fakes already there are left alone.
           move bundle-line to mask-line.
           move function length(function trim(mask-line, trailing))
               to mask-len.
           move spaces to mask-out.
           move 1 to mask-out-pos.
           move 1 to mask-in-pos.
           perform until mask-in-pos > mask-len
               if mask-line(mask-in-pos:1) = "@"
                   move mask-in-pos to mask-at-pos
                   perform scan-address-at
               else
                   move "N" to mask-addr-found
               end-if
               if mask-addr-found = "Y" and mask-addr-fake = "N"
                   *> The local part is already copied - step back
                   *> over it and put the fake in its place.
                   compute mask-out-pos = mask-out-pos
                       - (mask-at-pos - mask-addr-start)
                   compute mask-addr-len =
                       mask-addr-end - mask-addr-start + 1
                   move spaces to mask-address-in
                   if mask-addr-len > 200
                       move 200 to mask-addr-len
                   end-if
                   move mask-line(mask-addr-start:mask-addr-len)
                       to mask-address-in
                   perform map-fake-address
                   move function length(function trim(
                       mask-address-out)) to mask-addr-len
                   if mask-out-pos + mask-addr-len - 1 <= 20000
                       move mask-address-out(1:mask-addr-len)
                           to mask-out(mask-out-pos:mask-addr-len)
                       add mask-addr-len to mask-out-pos
                   end-if
                   compute mask-in-pos = mask-addr-end + 1
               else
                   if mask-out-pos <= 20000
                       move mask-line(mask-in-pos:1)
                           to mask-out(mask-out-pos:1)
                       add 1 to mask-out-pos
                   end-if
                   add 1 to mask-in-pos
               end-if
           end-perform.
           if mask-out-pos <= 20000
               move spaces to mask-out(mask-out-pos:)
           end-if.
           move mask-out to bundle-line.

       scan-address-at section.
           *> mask-at-pos marks an "@" in mask-line; sets
           *> mask-addr-found, mask-addr-start/-end and
           *> mask-addr-fake (already in the fake domain).
           move "N" to mask-addr-found.
           move "N" to mask-addr-fake.
           move mask-at-pos to mask-addr-start.
           move "N" to mask-stop.
           perform until mask-stop = "Y"
               if mask-addr-start = 1
                   move "Y" to mask-stop
               else
                   move mask-line(mask-addr-start - 1:1) to mask-char
                   if mask-local-char
                       subtract 1 from mask-addr-start
                   else
                       move "Y" to mask-stop
                   end-if
               end-if
           end-perform.
           *> The exporter's "\n" escape ends in a letter - an odd
           *> run of backslashes just before the local part means
           *> its first character belongs to that escape.
           move 0 to mask-dot-count.
           move mask-addr-start to mask-back-pos.
           perform until mask-back-pos <= 1
               or mask-line(mask-back-pos - 1:1) not = "\"
               add 1 to mask-dot-count
               subtract 1 from mask-back-pos
           end-perform.
           if function mod(mask-dot-count, 2) = 1
               add 1 to mask-addr-start
           end-if.
           move mask-at-pos to mask-addr-end.
           move "N" to mask-stop.
           perform until mask-stop = "Y"
               if mask-addr-end >= mask-len
                   move "Y" to mask-stop
               else
                   move mask-line(mask-addr-end + 1:1) to mask-char
                   if mask-domain-char
                       add 1 to mask-addr-end
                   else
                       move "Y" to mask-stop
                   end-if
               end-if
           end-perform.
           *> A sentence full stop after the address is not part
           *> of it.
           perform until mask-addr-end <= mask-at-pos
               or mask-line(mask-addr-end:1) not = "."
               subtract 1 from mask-addr-end
           end-perform.
           if mask-addr-start >= mask-at-pos
               or mask-addr-end <= mask-at-pos
               exit section
           end-if.
           move 0 to mask-dot-count.
           inspect mask-line(mask-at-pos + 1:
               mask-addr-end - mask-at-pos)
               tallying mask-dot-count for all ".".
           if mask-dot-count = 0
               exit section
           end-if.
           move "Y" to mask-addr-found.
           if function lower-case(mask-line(mask-at-pos + 1:
               mask-addr-end - mask-at-pos))
               = function trim(fake-domain)
               move "Y" to mask-addr-fake
           end-if.

       verify-masked-bundle section.
           *> Reads the finished extract back and scans every line
           *> for addresses - the proof that nothing real survived.
           *> Survivors are reported by line and record kind only,
           *> never the address itself.
           open output mask-report-file.
           move "MASKED EXTRACT VERIFICATION - data/site-bundle.txt"
               to mask-report-line.
           write mask-report-line.
           move function concatenate(
               "Extracted ", function current-date(1:8), " ",
               function current-date(9:6), "   users ",
               function trim(users-exported), ", comments ",
               function trim(comments-exported), ", submissions ",
               function trim(submissions-exported),
               ", subscribers ", function trim(subscribers-exported)
           ) to mask-report-line.
           write mask-report-line.
           move function concatenate(
               "Every password reset to the MASK_PASSWORD value; ",
               "sessions, API keys, reset tokens, pending email ",
               "changes and logs not extracted"
           ) to mask-report-line.
           write mask-report-line.

           open input bundle-file.
           perform until bundle-file-status not = "00"
               read bundle-file
                   at end move "10" to bundle-file-status
                   not at end
                       add 1 to verify-lines
                       perform verify-one-line
               end-read
           end-perform.
           close bundle-file.

           move spaces to mask-report-line.
           write mask-report-line.
           move function concatenate(
               function trim(verify-lines), " line(s) scanned, ",
               function trim(verify-fakes), " masked address(es), ",
               function trim(verify-survivors),
               " unmasked address(es)"
           ) to mask-report-line.
           write mask-report-line.
           if verify-survivors = 0
               move "RESULT: PASS - no unmasked address in the extract"
                   to mask-report-line
           else
               move "RESULT: FAIL - the extract must not be shipped"
                   to mask-report-line
           end-if.
           write mask-report-line.
           close mask-report-file.

       verify-one-line section.
           move bundle-line to mask-line.
           move function length(function trim(mask-line, trailing))
               to mask-len.
           move spaces to verify-kind.
           unstring mask-line delimited by "|" into verify-kind
           end-unstring.
           perform varying mask-in-pos from 1 by 1
               until mask-in-pos > mask-len
               if mask-line(mask-in-pos:1) = "@"
                   move mask-in-pos to mask-at-pos
                   perform scan-address-at
                   if mask-addr-found = "Y"
                       if mask-addr-fake = "Y"
                           add 1 to verify-fakes
                       else
                           add 1 to verify-survivors
                           move verify-lines to verify-line-no
                           move function concatenate(
                               "UNMASKED: line ",
                               function trim(verify-line-no), " (",
                               function trim(verify-kind), ")"
                           ) to mask-report-line
                           write mask-report-line
                       end-if
                   end-if
               end-if
           end-perform.

       hash-password section.
           *> auth.cbl's hash-password, unchanged - the test password
           *> has to digest exactly as a sign-in will.
           move spaces to temp-hash.
           perform varying hash-round from 1 by 1 until hash-round > 4
               compute hash-accum = 5381 + (hash-round * 104729)
               perform varying hash-pos from 1 by 1
                   until hash-pos >
                       function length(function trim(digest-source))
                   move function ord(digest-source(hash-pos:1))
                       to hash-char-val
                   compute hash-accum = function mod(
                       (hash-accum * 33 + hash-char-val + hash-round),
                       18446744073)
               end-perform
               perform hash-accum-to-hex
               compute hash-start = (hash-round - 1) * 16 + 1
               move hash-chunk to temp-hash(hash-start:16)
           end-perform.

       hash-accum-to-hex section.
           move hash-accum to hex-work.
           move spaces to hash-chunk.
           move 16 to hex-pos.
           perform 16 times
               compute hex-rem = function mod(hex-work, 16)
               compute hex-work = function integer(hex-work / 16)
               move hex-alphabet(hex-rem + 1:1)
                   to hash-chunk(hex-pos:1)
               subtract 1 from hex-pos
           end-perform.

       end program export-bundle.
