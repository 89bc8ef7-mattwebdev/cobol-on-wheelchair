           move "N" to st-value.
           perform write-seed-row.

           *> The site-wide security response headers router sends on
           *> every response - "off" drops one; routes.conf can
           *> override per route.
           move "header_content_security_policy" to st-name.
           move function concatenate(
               "default-src 'self'; img-src 'self' data:; ",
               "style-src 'self' 'unsafe-inline'; ",
               "script-src 'self'; frame-ancestors 'self'"
           ) to st-value.
           perform write-seed-row.

           move "header_strict_transport_security" to st-name.
           move "max-age=31536000; includeSubDomains" to st-value.
           perform write-seed-row.

           move "header_x_frame_options" to st-name.
           move "SAMEORIGIN" to st-value.
           perform write-seed-row.

           move "header_x_content_type_options" to st-name.
           move "nosniff" to st-value.
           perform write-seed-row.

           move "header_referrer_policy" to st-name.
           move "strict-origin-when-cross-origin" to st-value.
           perform write-seed-row.

       write-seed-row section.
           move "2024-01-01 00:00:00" to st-modified-date.
           write settings-master-record
