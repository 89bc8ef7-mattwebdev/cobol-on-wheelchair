      *> here before any controller runs; "main" when nothing
      *> matches.
           05 site-id-header pic x(20).
      *> The browser's validators for a conditional GET - the ETag
      *> and Last-Modified it was given last time, echoed back.
           05 if-none-match-header pic x(200).
           05 if-modified-since-header pic x(40).
      *> Set by whoever answered when the answer was not a rendered
      *> page - "NOT-MODIFIED" for a satisfied conditional GET,
      *> "API-ERROR" for an API call refused or failed - so
      *> router.cbl's dispatch log can tell them apart.
           05 response-outcome pic x(20).

       procedure division using http-request-data.

           perform get-api-key-header
           perform get-referrer-header
           perform get-sso-user-header
           perform get-conditional-headers
           perform get-query-string
           if request-method = "POST" or request-method = "PUT"
               or request-method = "PATCH"
               move temp-var(1:50) to sso-user-header
           end-if.

       get-conditional-headers.
           *> If-None-Match and If-Modified-Since, as the gateway
           *> exposes them.
           move spaces to if-none-match-header
           move spaces to if-modified-since-header
           move spaces to response-outcome
           accept temp-var from environment "HTTP_IF_NONE_MATCH"
           if temp-var not = spaces
               move temp-var(1:200) to if-none-match-header
           end-if
           accept temp-var from environment "HTTP_IF_MODIFIED_SINCE"
           if temp-var not = spaces
               move temp-var(1:40) to if-modified-since-header
           end-if.

       get-query-string.
           accept query-string from environment "QUERY_STRING"
           move 0 to pair-count
