               record key is fm-name
               file status is form-def-status.

      *> Allowed types per file field - they become the file input's
      *> accept list, so the browser offers the right files first.
           select file-rule-master
               assign to "data/form-file-rules.dat"
               organization is indexed
               access mode is dynamic
               record key is frl-key
               file status is file-rule-status.

       data division.
       file section.
       fd  form-def-master.
           03 fm-ack-enabled    pic x(1).
           03 fm-ack-text       pic x(200).

       fd  file-rule-master.
       01  file-rule-record.
           03 frl-key.
               05 frl-form-name  pic x(50).
               05 frl-field-name pic x(50).
           03 frl-accept        pic x(60).
           03 frl-max-kb        pic 9(8).

       working-storage section.

      *> Full cowtemplateplus variable layout (type and array size
       01 name-scan-index       pic 99 usage comp-5.
       01 field-index           pic 99 usage comp-5.

      *> A form with a file field posts multipart; each file input
      *> carries its field's extensions as ".pdf,.doc" for accept.
       01 file-rule-status      pic xx.
       01 has-file-field        pic x(1).
       01 default-file-accept   pic x(60)
           value "pdf,doc,docx,jpg,jpeg,png,gif,txt".
       01 file-accept           pic x(60).
       01 accept-attr           pic x(200).
       01 accept-pos            pic 9(4) usage comp-5.
       01 accept-out            pic 9(4) usage comp-5.
       01 accept-char           pic x(1).

      *> HTML escaping for stored labels before they go into the
      *> page - same escaping showpage.cbl keeps locally.
       01 esc-value             pic x(600).
       01 esc-cur-char          pic x(1).
       01 esc-source            pic x(100).

      *> The page the visitor opened the form from - the Referer of
      *> this GET when it is one of our own addresses, else the
      *> form's own address. It rides along in a hidden field so
      *> submitform.cbl can credit the submission to that page.
       01 origin-referrer       pic x(200).
       01 origin-host           pic x(100).
       01 origin-path           pic x(100).
       01 request-host          pic x(100).
       01 origin-scheme-len     pic 9(4) usage comp-5.
       01 origin-host-start     pic 9(4) usage comp-5.
       01 origin-path-start     pic 9(4) usage comp-5.

      *> settings.cbl's LINKAGE shape with local names.
       01 settings-request.
           03 settings-action   pic x(10).
               "</title></head>"
           display "<body>"
           display "<h1>" function trim(esc-value) "</h1>"
           move "N" to has-file-field
           perform varying field-index from 1 by 1
               until field-index > fm-field-count
               if function trim(ff-type(field-index)) = "file"
                   move "Y" to has-file-field
               end-if
           end-perform
           if has-file-field = "Y"
               display "<form method='POST' action='/submit-form'"
                   " enctype='multipart/form-data'>"
           else
               display "<form method='POST' action='/submit-form'>"
           end-if
           display "<input type='hidden' name='form_name' value='"
               function trim(fm-name) "'>"
           perform find-origin-page
           move origin-path to esc-source
           perform escape-html-value
           display "<input type='hidden' name='_origin' value='"
               function trim(esc-value) "'>"
           perform varying field-index from 1 by 1
               until field-index > fm-field-count
               perform render-one-form-field
                   display "<br><textarea name='"
                       function trim(ff-name(field-index))
                       "' rows='6' cols='60'></textarea></p>"
               when "file"
                   perform build-accept-attribute
                   display "<input type='file' name='"
                       function trim(ff-name(field-index))
                       "' accept='" function trim(accept-attr)
                       "'></p>"
               when other
                   display "<input type='text' name='"
                       function trim(ff-name(field-index))
                       "'></p>"
           end-evaluate.

       build-accept-attribute section.
           move default-file-accept to file-accept.
           open input file-rule-master.
           if file-rule-status = "00"
               move fm-name to frl-form-name
               move ff-name(field-index) to frl-field-name
               read file-rule-master
                   invalid key
                       continue
                   not invalid key
                       if frl-accept not = spaces
                           move frl-accept to file-accept
                       end-if
               end-read
               close file-rule-master
           end-if.
           move spaces to file-rule-status.
           *> "pdf,doc" -> ".pdf,.doc"; anything but letters, digits
           *> and the commas is dropped on the way.
           move "." to accept-attr.
           move 1 to accept-out.
           perform varying accept-pos from 1 by 1
               until accept-pos > 60 or accept-out > 195
               move file-accept(accept-pos:1) to accept-char
               evaluate true
                   when accept-char = ","
                       add 1 to accept-out
                       move "," to accept-attr(accept-out:1)
                       add 1 to accept-out
                       move "." to accept-attr(accept-out:1)
                   when accept-char is alphabetic
                       and accept-char not = space
                   when accept-char is numeric
                       add 1 to accept-out
                       move accept-char to accept-attr(accept-out:1)
               end-evaluate
           end-perform.

       find-origin-page section.
           move spaces to origin-path.
           move spaces to origin-referrer.
           move spaces to request-host.
           accept origin-referrer from environment "HTTP_REFERER".
           accept request-host from environment "HTTP_HOST".
           if origin-referrer not = spaces
               and request-host not = spaces
               move 0 to origin-scheme-len
               inspect origin-referrer tallying origin-scheme-len
                   for characters before initial "://"
               compute origin-host-start = origin-scheme-len + 4
               if origin-host-start < 200
                   perform varying origin-path-start
                       from origin-host-start by 1
                       until origin-path-start > 200
                       or origin-referrer(origin-path-start:1) = "/"
                       continue
                   end-perform
                   move spaces to origin-host
                   if origin-path-start > origin-host-start
                       move origin-referrer(origin-host-start:
                           origin-path-start - origin-host-start)
                           to origin-host
                   end-if
                   if function trim(origin-host)
                       = function trim(request-host)
                       and origin-path-start <= 200
                       unstring origin-referrer(origin-path-start:)
                           delimited by "?" or "#" or space
                           into origin-path
                       end-unstring
                   end-if
               end-if
           end-if.
           if origin-path = spaces
               move function concatenate(
                   "/form/", function trim(requested-form)
               ) to origin-path
           end-if.

       escape-html-value section.
           move spaces to esc-value
           move 1 to esc-out-idx
