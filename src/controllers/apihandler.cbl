           05 referrer-header pic x(200).
           05 sso-user-header pic x(50).
           05 site-id-header pic x(20).
           05 if-none-match-header pic x(200).
           05 if-modified-since-header pic x(40).
      *> "API-ERROR" on any answer but a 200, so the request log -
      *> and the partner usage statements built from it - can count
      *> the calls that failed.
           05 response-outcome pic x(20).

       procedure division using path-values http-request-data.

               when api-resource = "ingest"
                   perform dispatch-ingest-request
               when other
                   move "API-ERROR" to response-outcome
                   display "Status: 404 Not Found"
                   display "Content-Type: application/json"
                   display " "
           ) to db-filters.

       render-key-rejection section.
           move "API-ERROR" to response-outcome
           display function trim(http-status-line)
           display "Content-Type: application/json"
           display " "
           if db-success = "Y"
               display "Status: 200 OK"
           else
               move "API-ERROR" to response-outcome
               display "Status: 400 Bad Request"
           end-if
           display "Content-Type: application/json"
