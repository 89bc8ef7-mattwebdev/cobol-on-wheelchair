       identification division.
       program-id. api-key-identity.

       environment division.
       input-output section.
       file-control.
      *> auth.cbl's API key store, read here only to name a key's
      *> owner - issuing, validating and revoking stay with auth.
           select api-key-master
               assign to "data/api-keys.dat"
               organization is indexed
               access mode is random
               record key is ak-key-value
               file status is api-key-file-status.

       data division.
       file section.
       fd  api-key-master.
       01  api-key-master-record.
           03 ak-key-value      pic x(64).
           03 ak-owner          pic x(50).
           03 ak-scope          pic x(20).
           03 ak-revoked        pic x(1).
           03 ak-created-date   pic x(20).

       working-storage section.
       01 api-key-file-status  pic xx.

       01 key-len              pic 9(4) usage comp-5.
       01 key-pos              pic 9(4) usage comp-5.
       01 key-digest           pic 9(18) usage comp-5.
       01 hex-digits           pic x(16) value "0123456789abcdef".
       01 hex-pos              pic 9 usage comp-5.
       01 hex-nibble           pic 99 usage comp-5.

       linkage section.
       01 key-identity-request.
           03 ki-action         pic x(10).
           03 ki-api-key        pic x(64).

       01 key-identity-response.
           03 ki-success        pic x(1).
           03 ki-owner          pic x(50).
           03 ki-fingerprint    pic x(8).
           03 ki-log-identity   pic x(64).

      *> How an API key is named anywhere it gets written down - the
      *> request log, its rotated generations, the usage statements.
      *> The key itself is a live credential and never appears; what
      *> does is its owner (ak-owner) and an eight-hex-digit
      *> fingerprint, which tells two keys of the same owner apart
      *> and cannot be turned back into the key. Actions:
      *>   identify - ki-owner, ki-fingerprint and ki-log-identity,
      *>              "key=<owner>#<fingerprint>", for ki-api-key. A
      *>              key not on file is owned by "?".
      *> The "key=" prefix keeps the identity apart from a client
      *> address, the other thing the log's caller column holds.
       procedure division using key-identity-request
           key-identity-response.

           move "N" to ki-success.
           move spaces to ki-owner.
           move spaces to ki-fingerprint.
           move spaces to ki-log-identity.
           evaluate ki-action
               when "identify"
                   perform identify-key
           end-evaluate.

           goback.

       identify-key section.
           if ki-api-key = spaces
               exit section
           end-if.
           perform compute-fingerprint.
           perform look-up-owner.
           move function concatenate(
               "key=", function trim(ki-owner), "#", ki-fingerprint
           ) to ki-log-identity.
           move "Y" to ki-success.

       compute-fingerprint section.
           *> The same multiplicative digest the audit chain uses,
           *> cut to 32 bits and written as hex.
           move 0 to key-digest.
           move function length(function trim(ki-api-key, trailing))
               to key-len.
           perform varying key-pos from 1 by 1 until key-pos > key-len
               compute key-digest = function mod(
                   key-digest * 131
                       + function ord(ki-api-key(key-pos:1)),
                   4294967296)
           end-perform.
           perform varying hex-pos from 8 by -1 until hex-pos < 1
               compute hex-nibble = function mod(key-digest, 16)
               move hex-digits(hex-nibble + 1:1)
                   to ki-fingerprint(hex-pos:1)
               compute key-digest = key-digest / 16
           end-perform.

       look-up-owner section.
           move "?" to ki-owner.
           open input api-key-master.
           if api-key-file-status not = "00"
               exit section
           end-if.
           move ki-api-key to ak-key-value.
           read api-key-master
               invalid key
                   continue
               not invalid key
                   if ak-owner not = spaces
                       move ak-owner to ki-owner
                   end-if
           end-read.
           close api-key-master.

       end program api-key-identity.
