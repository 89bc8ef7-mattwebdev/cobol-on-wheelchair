       identification division.
       program-id. conditional-get.

       data division.
       working-storage section.
      *> CBL_CHECK_FILE_EXIST's detail block - size, then the file's
      *> date and time of last change.
       01 file-details.
           03 file-size         pic x(8) usage comp-x.
           03 file-day          pic x(1) usage comp-x.
           03 file-month        pic x(1) usage comp-x.
           03 file-year         pic x(2) usage comp-x.
           03 file-hour         pic x(1) usage comp-x.
           03 file-minute       pic x(1) usage comp-x.
           03 file-second       pic x(1) usage comp-x.
           03 file-hundredths   pic x(1) usage comp-x.
       01 file-op-result       pic s9(9) usage comp-5.
       01 file-size-display    pic 9(12).

       01 fold-source          pic x(500).
       01 fold-len             pic 9(4) usage comp-5.
       01 fold-pos             pic 9(4) usage comp-5.
       01 fold-accum           pic 9(18) usage comp-5.

       01 item-stamp           pic x(14).
       01 item-stamp-parts redefines item-stamp.
           03 stamp-date        pic 9(8).
           03 stamp-hh          pic 99.
           03 stamp-mm          pic 99.
           03 stamp-ss          pic 99.
       01 item-seconds         pic 9(6) usage comp-5.
       01 version-number       pic 9(10).

       01 now-stamp            pic x(21).
       01 effective-stamp      pic x(14).

      *> Stamps are kept in server-local time; the header is GMT.
      *> The offset is current-date's "+hhmm" / "-hhmm" - today's,
      *> so a stamp from the other side of a clock change is an
      *> hour out, which only costs one extra full fetch.
       01 utc-offset-seconds   pic s9(6) usage comp-5.
       01 utc-seconds          pic s9(12) usage comp-5.
       01 utc-day-int          pic 9(8) usage comp-5.
       01 utc-day-seconds      pic 9(6) usage comp-5.
       01 utc-date             pic 9(8).
       01 utc-time.
           03 utc-hh            pic 99.
           03 utc-mm            pic 99.
           03 utc-ss            pic 99.
       01 digest-display       pic 9(15).
       01 tally-count          pic 9(4) usage comp-5.

      *> IMF-fixdate pieces, "Sun, 06 Nov 1994 08:49:37 GMT" - the
      *> form this program sends and so the form browsers and feed
      *> readers echo back.
       01 day-names            pic x(21)
           value "MonTueWedThuFriSatSun".
       01 month-names          pic x(36)
           value "JanFebMarAprMayJunJulAugSepOctNovDec".
       01 weekday-index        pic 9 usage comp-5.
       01 month-number         pic 99 usage comp-5.
       01 since-stamp          pic x(14).
       01 since-month          pic 99.
       01 since-valid          pic x(1).

       linkage section.
       01 conditional-request.
           03 cg-action         pic x(10).
           03 cg-item-key       pic x(60).
           03 cg-item-date      pic x(8).
           03 cg-item-version   pic x(10).
           03 cg-text           pic x(500).
           03 cg-path           pic x(300).
           03 cg-if-none-match  pic x(200).
           03 cg-if-modified-since pic x(40).
      *> Running state - carried in the caller's copy between calls,
      *> so two callers in one request never share it.
           03 cg-digest         pic 9(18).
           03 cg-items          pic 9(8).
           03 cg-newest         pic x(14).

       01 conditional-response.
           03 cg-success        pic x(1).
           03 cg-not-modified   pic x(1).
           03 cg-etag           pic x(40).
           03 cg-last-modified  pic x(40).

      *> Validators for conditional GET. A caller folds in whatever
      *> its response is built from, then asks whether the browser's
      *> copy is still good. Actions:
      *>   begin    - clear the running state
      *>   add      - one content item: cg-item-key (its id),
      *>              cg-item-date (updatedDate, YYYYMMDD) and
      *>              cg-item-version
      *>   add-text - cg-text, for anything else the response shows
      *>   file     - the file at cg-path, by size and change time
      *>   check    - cg-etag and cg-last-modified to send, and
      *>              cg-not-modified "Y" when cg-if-none-match or
      *>              (only without it) cg-if-modified-since says the
      *>              caller's copy is current
      *> Content rows carry only the date of their last change, so an
      *> item's modification time is that date with its version
      *> number as the seconds past midnight: every save bumps the
      *> version, so two saves on one day still read as two moments.
       procedure division using conditional-request
           conditional-response.

           move "Y" to cg-success.
           evaluate cg-action
               when "begin"
                   move 0 to cg-digest
                   move 0 to cg-items
                   move spaces to cg-newest
               when "add"
                   perform add-content-item
               when "add-text"
                   move cg-text to fold-source
                   perform fold-into-digest
               when "file"
                   perform add-file
               when "check"
                   perform check-validators
               when other
                   move "N" to cg-success
           end-evaluate.

           goback.

       add-content-item section.
           move function concatenate(
               function trim(cg-item-key), "|",
               function trim(cg-item-date), "|",
               function trim(cg-item-version)
           ) to fold-source.
           perform fold-into-digest.
           add 1 to cg-items.
           if cg-item-date is not numeric
               exit section
           end-if.
           move 0 to version-number.
           if function trim(cg-item-version) is numeric
               move function numval(cg-item-version) to version-number
           end-if.
           compute item-seconds = function mod(version-number, 86400).
           move cg-item-date to stamp-date.
           compute stamp-hh = item-seconds / 3600.
           compute stamp-mm = function mod(item-seconds, 3600) / 60.
           compute stamp-ss = function mod(item-seconds, 60).
           perform keep-newest-stamp.

       add-file section.
           call "CBL_CHECK_FILE_EXIST" using cg-path file-details
               returning file-op-result.
           if file-op-result not = 0
               move "N" to cg-success
               exit section
           end-if.
           compute stamp-date =
               file-year * 10000 + file-month * 100 + file-day.
           move file-hour to stamp-hh.
           move file-minute to stamp-mm.
           move file-second to stamp-ss.
           move file-size to file-size-display.
           move function concatenate(
               function trim(cg-path), "|", file-size-display, "|",
               item-stamp
           ) to fold-source.
           perform fold-into-digest.
           add 1 to cg-items.
           perform keep-newest-stamp.

       keep-newest-stamp section.
           if cg-newest = spaces or item-stamp > cg-newest
               move item-stamp to cg-newest
           end-if.

       fold-into-digest section.
           *> A multiplicative digest in the audit chain's manner,
           *> kept to fifteen digits for the tag.
           move cg-digest to fold-accum.
           move function length(function trim(fold-source, trailing))
               to fold-len.
           if fold-source = spaces
               move 0 to fold-len
           end-if.
           perform varying fold-pos from 1 by 1
               until fold-pos > fold-len
               compute fold-accum = function mod(
                   fold-accum * 131
                       + function ord(fold-source(fold-pos:1)),
                   1000000000000000)
           end-perform.
           compute fold-accum = function mod(
               fold-accum * 131 + 1, 1000000000000000).
           move fold-accum to cg-digest.

       check-validators section.
           move "N" to cg-not-modified.
           move cg-digest to digest-display.
           *> Weak - the page is regenerated each time, so the same
           *> tag promises the same content, not the same bytes.
           move function concatenate(
               'W/"', digest-display, '"'
           ) to cg-etag.

           move spaces to cg-last-modified.
           move spaces to effective-stamp.
           if cg-newest not = spaces
               *> Never claim a change later than now.
               move function current-date to now-stamp
               move cg-newest to effective-stamp
               if effective-stamp > now-stamp(1:14)
                   move now-stamp(1:14) to effective-stamp
               end-if
               perform convert-stamp-to-utc
               perform format-last-modified
           end-if.

           if cg-if-none-match not = spaces
               *> If-None-Match wins outright when present; the
               *> date is only consulted without it.
               move 0 to tally-count
               inspect cg-if-none-match tallying tally-count
                   for all function concatenate(
                       '"', digest-display, '"')
               if tally-count > 0
                   or function trim(cg-if-none-match) = "*"
                   move "Y" to cg-not-modified
               end-if
               exit section
           end-if.

           if cg-if-modified-since = spaces
               or effective-stamp = spaces
               exit section
           end-if.
           perform parse-if-modified-since.
           if since-valid = "Y"
               and effective-stamp <= since-stamp
               move "Y" to cg-not-modified
           end-if.

       convert-stamp-to-utc section.
           *> effective-stamp, local, becomes the same moment in UTC -
           *> the clock If-Modified-Since is written in.
           move 0 to utc-offset-seconds.
           if (now-stamp(17:1) = "+" or now-stamp(17:1) = "-")
               and now-stamp(18:4) is numeric
               compute utc-offset-seconds =
                   function numval(now-stamp(18:2)) * 3600
                   + function numval(now-stamp(20:2)) * 60
               if now-stamp(17:1) = "-"
                   compute utc-offset-seconds = 0 - utc-offset-seconds
               end-if
           end-if.
           if utc-offset-seconds = 0
               exit section
           end-if.
           move effective-stamp to item-stamp.
           compute utc-seconds =
               function integer-of-date(stamp-date) * 86400
               + stamp-hh * 3600 + stamp-mm * 60 + stamp-ss
               - utc-offset-seconds.
           compute utc-day-int = utc-seconds / 86400.
           compute utc-day-seconds = utc-seconds
               - utc-day-int * 86400.
           compute utc-date = function date-of-integer(utc-day-int).
           compute utc-hh = utc-day-seconds / 3600.
           compute utc-mm = function mod(utc-day-seconds, 3600) / 60.
           compute utc-ss = function mod(utc-day-seconds, 60).
           move function concatenate(utc-date, utc-time)
               to effective-stamp.

       format-last-modified section.
           move effective-stamp to item-stamp.
           compute weekday-index = function mod(
               function integer-of-date(stamp-date) - 1, 7).
           compute month-number = function mod(stamp-date, 10000)
               / 100.
           move function concatenate(
               day-names(weekday-index * 3 + 1:3), ", ",
               item-stamp(7:2), " ",
               month-names(month-number * 3 - 2:3), " ",
               item-stamp(1:4), " ",
               item-stamp(9:2), ":", item-stamp(11:2), ":",
               item-stamp(13:2), " GMT"
           ) to cg-last-modified.

       parse-if-modified-since section.
           move "N" to since-valid.
           move spaces to since-stamp.
           if cg-if-modified-since(6:2) is not numeric
               or cg-if-modified-since(13:4) is not numeric
               or cg-if-modified-since(18:2) is not numeric
               or cg-if-modified-since(21:2) is not numeric
               or cg-if-modified-since(24:2) is not numeric
               exit section
           end-if.
           move 0 to since-month.
           perform varying month-number from 1 by 1
               until month-number > 12
               if month-names(month-number * 3 - 2:3)
                   = cg-if-modified-since(9:3)
                   move month-number to since-month
                   exit perform
               end-if
           end-perform.
           if since-month = 0
               exit section
           end-if.
           move function concatenate(
               cg-if-modified-since(13:4), since-month,
               cg-if-modified-since(6:2),
               cg-if-modified-since(18:2),
               cg-if-modified-since(21:2),
               cg-if-modified-since(24:2)
           ) to since-stamp.
           move "Y" to since-valid.

       end program conditional-get.
