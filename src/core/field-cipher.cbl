       identification division.
       program-id. field-cipher.

       environment division.
       input-output section.
       file-control.
      *> The field keys live outside data/, so nothing that copies
      *> or ships the data directory (backup-stores, the site
      *> bundle, a restore elsewhere) carries them along. One
      *> "version|state|secret" line per key: exactly one "current"
      *> key seals new values, "retired" keys only open old ones
      *> until the rotation pass has moved everything across. "#"
      *> lines are comments. FIELD_KEY_FILE overrides the path.
           select key-file
               assign to key-file-path
               organization is line sequential
               file status is key-file-status.

       data division.
       file section.
       fd  key-file.
       01  key-file-line        pic x(200).

       working-storage section.
       01 key-file-status      pic xx.
       01 key-file-path        pic x(200).
       01 keys-loaded          pic x(1) value "N".

       01 key-table.
           03 key-count         pic 99 usage comp-5 value 0.
           03 key-entry occurs 10 times.
               05 key-version   pic x(1).
               05 key-state     pic x(10).
               05 key-secret    pic x(64).
               05 key-secret-len pic 99 usage comp-5.
               05 key-seed      pic 9(18) usage comp-5.
       01 key-index            pic 99 usage comp-5.
       01 current-key-index    pic 99 usage comp-5 value 0.
       01 found-key-index      pic 99 usage comp-5.
       01 key-part-1           pic x(10).
       01 key-part-2           pic x(10).
       01 key-part-3           pic x(100).

      *> Letters, digits and the characters an email address is
      *> made of are enciphered within this set; anything else
      *> (spaces, "|", quotes, markup) passes through as it was, so
      *> a sealed value never introduces a character the log and
      *> JSON readers around it would have to cope with that the
      *> plain value did not already carry. The marker "~" is not in
      *> the set, so "~v~" at the front only ever means "sealed
      *> under key v".
       01 cipher-alphabet-set.
           03 filler            pic x(26) value
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           03 filler            pic x(26) value
               "abcdefghijklmnopqrstuvwxyz".
           03 filler            pic x(15) value "0123456789.@-_+".
       01 cipher-alphabet redefines cipher-alphabet-set pic x(67).
       01 alphabet-size        pic 99 usage comp-5 value 67.
       01 alphabet-map.
           03 alphabet-pos      pic 99 usage comp-5 occurs 256 times.
       01 map-index            pic 9(3) usage comp-5.

       01 run-direction        pic x(1).
       01 run-key              pic 99 usage comp-5.
       01 run-in               pic x(2000).
       01 run-out              pic x(2000).
       01 run-len              pic 9(4) usage comp-5.
       01 run-pos              pic 9(4) usage comp-5.
       01 run-accum            pic 9(18) usage comp-5.
       01 run-stream           pic 99 usage comp-5.
       01 run-char-ord         pic 9(3) usage comp-5.
       01 run-plain-ord        pic 9(3) usage comp-5.
       01 run-alpha-in         pic 99 usage comp-5.
       01 run-alpha-out        pic 99 usage comp-5.
       01 run-secret-ord       pic 9(3) usage comp-5.

       01 value-in             pic x(2000).
       01 value-out            pic x(2000).
       01 value-len            pic 9(4) usage comp-5.
       01 value-width          pic 9(4) usage comp-5.
       01 value-ok             pic x(1).
       01 value-version        pic x(1).

      *> Queue-line pieces - "stamp | to:<addr> | subject:<s> |
      *> <body>". The address and the body are sealed; the stamp
      *> and subject stay readable so the queue can still be
      *> counted, rotated and eyeballed.
       01 line-in              pic x(2000).
       01 line-len             pic 9(4) usage comp-5.
       01 line-pipe-1          pic 9(4) usage comp-5.
       01 line-pipe-2          pic 9(4) usage comp-5.
       01 line-pipe-3          pic 9(4) usage comp-5.
       01 line-scan            pic 9(4) usage comp-5.
       01 line-addr            pic x(2000).
       01 line-body            pic x(2000).
       01 line-addr-out        pic x(2000).
       01 line-body-out        pic x(2000).
       01 line-direction       pic x(1).
       01 line-out             pic x(2000).

       linkage section.
       01 cipher-request.
           03 cipher-action     pic x(12).
           03 cipher-width      pic 9(4).
           03 cipher-text       pic x(2000).

       01 cipher-response.
           03 cipher-success    pic x(1).
           03 cipher-message    pic x(200).
           03 cipher-result     pic x(2000).
           03 cipher-key-version pic x(1).

      *> Field-level sealing for personal data at rest - email
      *> addresses on users, comments, subscribers and email-change
      *> rows, form-submission fields and the notification queue.
      *>   encrypt     - seal cipher-text under the current key (a
      *>                 value already sealed comes back unchanged)
      *>   decrypt     - open a sealed value (a plain one comes back
      *>                 unchanged)
      *>   rekey       - open under whatever key sealed it, then
      *>                 seal under the current key
      *>   seal-line   - seal the address and body of a queue line
      *>   open-line   - the reverse
      *>   reseal-line - open-line then seal-line
      *>   probe       - report the key version a value is sealed
      *>                 under (space when plain)
      *> Sealing is deterministic - the same value under the same
      *> key always seals the same way - so the stores keyed or
      *> matched on an address (newsletter-subscribers.dat) still
      *> find it by sealing the value looked for. cipher-width is
      *> the receiving field's size (0 means 2000); a value whose
      *> sealed form would not fit, or no current key at all, comes
      *> back unchanged with cipher-success "N".
       procedure division using cipher-request cipher-response.

       if keys-loaded = "N"
           perform load-keys
       end-if.

       move "Y" to cipher-success.
       move spaces to cipher-message.
       move spaces to cipher-result.
       move space to cipher-key-version.
       move cipher-width to value-width.
       if value-width = 0 or value-width > 2000
           move 2000 to value-width
       end-if.

       evaluate cipher-action
           when "encrypt"
               move cipher-text to value-in
               perform seal-value
               move value-out to cipher-result
           when "decrypt"
               move cipher-text to value-in
               perform open-value
               move value-out to cipher-result
           when "rekey"
               move cipher-text to value-in
               perform open-value
               if value-ok = "Y"
                   move value-out to value-in
                   perform seal-value
               end-if
               move value-out to cipher-result
           when "seal-line"
               move cipher-text to line-in
               move "E" to line-direction
               perform process-queue-line
               move line-out to cipher-result
           when "open-line"
               move cipher-text to line-in
               move "D" to line-direction
               perform process-queue-line
               move line-out to cipher-result
           when "reseal-line"
               move cipher-text to line-in
               move "D" to line-direction
               perform process-queue-line
               move line-out to line-in
               move "E" to line-direction
               perform process-queue-line
               move line-out to cipher-result
           when "probe"
               move cipher-text to value-in
               perform find-value-version
               move value-version to cipher-key-version
               move cipher-text to cipher-result
           when other
               move "N" to cipher-success
               move "Invalid cipher action" to cipher-message
       end-evaluate.

       goback.

       load-keys section.
           move "Y" to keys-loaded.
           move 0 to key-count.
           move 0 to current-key-index.
           perform varying map-index from 1 by 1 until map-index > 256
               move 0 to alphabet-pos(map-index)
           end-perform.
           perform varying run-alpha-out from 1 by 1
               until run-alpha-out > alphabet-size
               move function ord(cipher-alphabet(run-alpha-out:1))
                   to map-index
               move run-alpha-out to alphabet-pos(map-index)
           end-perform.

           move spaces to key-file-path.
           accept key-file-path from environment "FIELD_KEY_FILE".
           if key-file-path = spaces
               move "keys/field-keys.conf" to key-file-path
           end-if.
           open input key-file.
           if key-file-status not = "00"
               exit section
           end-if.
           perform until key-file-status not = "00"
               read key-file
                   at end move "10" to key-file-status
                   not at end
                       if key-file-line not = spaces
                           and key-file-line(1:1) not = "#"
                           perform add-key-from-line
                       end-if
               end-read
           end-perform.
           close key-file.

       add-key-from-line section.
           if key-count >= 10
               exit section
           end-if.
           move spaces to key-part-1 key-part-2 key-part-3.
           unstring key-file-line delimited by "|"
               into key-part-1 key-part-2 key-part-3
           end-unstring.
           if function trim(key-part-1) = spaces
               or function trim(key-part-3) = spaces
               exit section
           end-if.
           add 1 to key-count.
           move function trim(key-part-1) to key-version(key-count).
           move function lower-case(function trim(key-part-2))
               to key-state(key-count).
           move function trim(key-part-3) to key-secret(key-count).
           move function length(function trim(key-part-3))
               to key-secret-len(key-count).
           if key-secret-len(key-count) > 64
               move 64 to key-secret-len(key-count)
           end-if.
           move 5381 to run-accum.
           perform varying run-pos from 1 by 1
               until run-pos > key-secret-len(key-count)
               move function ord(key-secret(key-count)(run-pos:1))
                   to run-char-ord
               compute run-accum = function mod(
                   (run-accum * 33 + run-char-ord), 18446744073)
           end-perform.
           move run-accum to key-seed(key-count).
           if key-state(key-count) = "current"
               move key-count to current-key-index
           end-if.

       find-value-version section.
           *> Sets value-version and found-key-index when value-in
           *> carries a marker for a key this run knows about.
           move space to value-version.
           move 0 to found-key-index.
           if value-in(1:1) not = "~" or value-in(3:1) not = "~"
               exit section
           end-if.
           move value-in(2:1) to value-version.
           perform varying key-index from 1 by 1
               until key-index > key-count
               or found-key-index > 0
               if key-version(key-index) = value-version
                   move key-index to found-key-index
               end-if
           end-perform.

       seal-value section.
           move "Y" to value-ok.
           move value-in to value-out.
           if value-in = spaces
               exit section
           end-if.
           perform find-value-version.
           if value-version not = space
               *> Already sealed - sealing twice would lose the
               *> marker the reader relies on.
               exit section
           end-if.
           if current-key-index = 0
               move "N" to value-ok
               move "N" to cipher-success
               move "No current field key - value left unsealed"
                   to cipher-message
               exit section
           end-if.
           move function length(function trim(value-in, trailing))
               to value-len.
           if value-len + 3 > value-width
               move "N" to value-ok
               move "N" to cipher-success
               move "Value too long to seal in its field"
                   to cipher-message
               exit section
           end-if.
           move "E" to run-direction.
           move current-key-index to run-key.
           move value-in to run-in.
           move value-len to run-len.
           perform run-cipher.
           move spaces to value-out.
           move "~" to value-out(1:1).
           move key-version(current-key-index) to value-out(2:1).
           move "~" to value-out(3:1).
           move run-out(1:value-len) to value-out(4:value-len).
           move key-version(current-key-index) to cipher-key-version.

       open-value section.
           move "Y" to value-ok.
           move value-in to value-out.
           perform find-value-version.
           if value-version = space
               exit section
           end-if.
           if found-key-index = 0
               move "N" to value-ok
               move "N" to cipher-success
               move function concatenate(
                   "Field key ", value-version,
                   " is not available - value left sealed"
               ) to cipher-message
               exit section
           end-if.
           move function length(function trim(value-in, trailing))
               to value-len.
           if value-len <= 3
               move spaces to value-out
               exit section
           end-if.
           subtract 3 from value-len.
           move "D" to run-direction.
           move found-key-index to run-key.
           move value-in(4:value-len) to run-in.
           move value-len to run-len.
           perform run-cipher.
           move spaces to value-out.
           move run-out(1:value-len) to value-out.

       run-cipher section.
           *> Keyed stream over the alphabet, chained on the plain
           *> text so far - the stream at each position depends on
           *> the key and on every plain character before it.
           move spaces to run-out.
           move key-seed(run-key) to run-accum.
           perform varying run-pos from 1 by 1 until run-pos > run-len
               move function ord(run-in(run-pos:1)) to run-char-ord
               compute run-stream = function mod(run-accum,
                   alphabet-size)
               move alphabet-pos(run-char-ord) to run-alpha-in
               if run-alpha-in = 0
                   move run-in(run-pos:1) to run-out(run-pos:1)
                   move run-char-ord to run-plain-ord
               else
                   if run-direction = "E"
                       compute run-alpha-out = function mod(
                           run-alpha-in - 1 + run-stream,
                           alphabet-size) + 1
                       move run-char-ord to run-plain-ord
                   else
                       compute run-alpha-out = function mod(
                           run-alpha-in - 1 - run-stream
                           + alphabet-size, alphabet-size) + 1
                   end-if
                   move cipher-alphabet(run-alpha-out:1)
                       to run-out(run-pos:1)
                   if run-direction not = "E"
                       move function ord(cipher-alphabet(
                           run-alpha-out:1)) to run-plain-ord
                   end-if
               end-if
               move function ord(key-secret(run-key)(function mod(
                   run-pos - 1, key-secret-len(run-key)) + 1:1))
                   to run-secret-ord
               compute run-accum = function mod(
                   (run-accum * 33 + run-plain-ord + run-pos
                       + run-secret-ord), 18446744073)
           end-perform.

       process-queue-line section.
           *> A line not in the queue shape comes back untouched.
           move line-in to line-out.
           move function length(function trim(line-in, trailing))
               to line-len.
           move 0 to line-pipe-1 line-pipe-2 line-pipe-3.
           perform varying line-scan from 1 by 1
               until line-scan > line-len or line-pipe-3 > 0
               if line-in(line-scan:1) = "|"
                   evaluate true
                       when line-pipe-1 = 0
                           move line-scan to line-pipe-1
                       when line-pipe-2 = 0
                           move line-scan to line-pipe-2
                       when other
                           move line-scan to line-pipe-3
                   end-evaluate
               end-if
           end-perform.
           if line-pipe-3 = 0
               or line-in(line-pipe-1 + 2:3) not = "to:"
               or line-pipe-2 < line-pipe-1 + 6
               exit section
           end-if.

           move spaces to line-addr line-body.
           move line-in(line-pipe-1 + 5:line-pipe-2 - line-pipe-1 - 6)
               to line-addr.
           if line-len > line-pipe-3 + 1
               move line-in(line-pipe-3 + 2:line-len - line-pipe-3 - 1)
                   to line-body
           end-if.

           move 100 to value-width.
           move line-addr to value-in.
           if line-direction = "E"
               perform seal-value
           else
               perform open-value
           end-if.
           move value-out to line-addr-out.

           move 2000 to value-width.
           move line-body to value-in.
           if line-direction = "E"
               perform seal-value
           else
               perform open-value
           end-if.
           move value-out to line-body-out.

           move function concatenate(
               line-in(1:line-pipe-1 + 4),
               function trim(line-addr-out), " ",
               line-in(line-pipe-2:line-pipe-3 - line-pipe-2 + 1), " ",
               function trim(line-body-out)
           ) to line-out.
           if cipher-width > 0
               and function length(function trim(line-out, trailing))
                   > cipher-width
               *> The sealed body would not fit the caller's line -
               *> keep the address sealed and the body as it was.
               move function concatenate(
                   line-in(1:line-pipe-1 + 4),
                   function trim(line-addr-out), " ",
                   line-in(line-pipe-2:line-pipe-3 - line-pipe-2 + 1),
                   " ", function trim(line-body)
               ) to line-out
               move "N" to cipher-success
               move "Message body too long to seal in the queue line"
                   to cipher-message
           end-if.

       end program field-cipher.
