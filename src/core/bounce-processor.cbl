
       01 delivery-matches     pic 9(6) usage comp-5.
       01 match-display        pic z(5)9.
       01 bounce-address-lower pic x(100).
       01 delivery-to-addr     pic x(100).
       01 addr-start           pic 9(4) usage comp-5.

      *> field-cipher.cbl's LINKAGE shape with local names - the
      *> delivery log names each recipient in sealed form.
       01 cipher-request.
           03 cipher-action     pic x(12).
           03 cipher-width      pic 9(4).
           03 cipher-text       pic x(2000).

       01 cipher-response.
           03 cipher-success    pic x(1).
           03 cipher-message    pic x(200).
           03 cipher-result     pic x(2000).
           03 cipher-key-version pic x(1).

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

      *> After this many hard bounces an address stops being mailed.
       01 hard-bounce-limit    pic 9(4) usage comp-5 value 3.
      *> from the admin user screens.
       procedure division.

       perform get-business-date.
       perform load-checkpoint.

       open input bounce-feed.

       goback.

       get-business-date section.
           *> Last-bounce dates are recorded as the business date.
           move "get" to bd-action.
           move spaces to bd-date-in.
           move spaces to bd-set-by.
           call "business-date" using business-date-request
               business-date-response.
           display function concatenate(
               "bounce-processor: business date ", bd-date-iso
           ).

       count-feed-lines section.
           move 0 to feed-total-lines.
           perform until bounce-feed-status not = "00"
                   move "ok" to su-status
                   move 0 to su-hard-bounces
                   move 0 to su-soft-bounces
                   move bd-date to su-last-bounce
                   if bounce-kind = "hard"
                       move 1 to su-hard-bounces
                   else
                   else
                       add 1 to su-soft-bounces
                   end-if
                   move bd-date to su-last-bounce
                   if su-hard-bounces >= hard-bounce-limit
                       and su-status not = "suppressed"
                       move "suppressed" to su-status
           *> to - the report context that turns "a bounce arrived"
           *> into "we mailed this dead address N times".
           move 0 to delivery-matches.
           move function lower-case(bounce-address)
               to bounce-address-lower.
           open input delivery-log.
           if delivery-log-status not = "00"
               exit section
           move spaces to delivery-log-status.

       check-one-delivery-line section.
           *> email-dispatch.cbl writes "... | SENT | to <addr> |
           *> ...", with the address sealed (field-cipher) - opened
           *> here before comparing, so a line sealed under an older
           *> key still counts. A sealed value never holds a space.
           move function length(
               function trim(delivery-log-line, trailing))
               to parse-len.
           move 0 to addr-start.
           perform varying parse-pos from 1 by 1
               until parse-pos > parse-len - 5 or addr-start > 0
               if delivery-log-line(parse-pos:6) = " | to "
                   compute addr-start = parse-pos + 6
               end-if
           end-perform.
           if addr-start = 0
               exit section
           end-if.
           move spaces to delivery-to-addr.
           move 0 to parse-out.
           perform varying parse-pos from addr-start by 1
               until parse-pos > parse-len
               or delivery-log-line(parse-pos:1) = space
               if parse-out < 100
                   add 1 to parse-out
                   move delivery-log-line(parse-pos:1)
                       to delivery-to-addr(parse-out:1)
               end-if
           end-perform.
           if delivery-to-addr = spaces
               exit section
           end-if.
           move "decrypt" to cipher-action.
           move 100 to cipher-width.
           move delivery-to-addr to cipher-text.
           call "field-cipher" using cipher-request cipher-response.
           if function lower-case(cipher-result(1:100))
               = bounce-address-lower
               add 1 to delivery-matches
           end-if.

       display-summary section.
           display function concatenate(
