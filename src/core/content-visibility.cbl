       identification division.
       program-id. content-visibility.

       environment division.
       input-output section.
       file-control.
      *> One row per restricted item - an item with no row here is
      *> public, so every item written before restrictions existed
      *> (and every item nobody restricts) costs nothing.
           select visibility-master
               assign to "data/content-visibility.dat"
               organization is indexed
               access mode is dynamic
               record key is cv-content-id
               file status is visibility-file-status.

       data division.
       file section.
       fd  visibility-master.
       01  visibility-master-record.
           03 cv-content-id     pic 9(10).
           03 cv-visibility     pic x(20).
           03 cv-set-by         pic x(50).
           03 cv-set-stamp      pic x(14).

       working-storage section.
       01 visibility-file-status pic xx.
       01 visibility-timestamp  pic x(21).
       01 stored-visibility     pic x(20).

      *> roles.cbl's LINKAGE shape with local names - a named-role
      *> restriction is checked against the roles store, and any role
      *> that can publish sees everything the editors look after.
       01 roles-request.
           03 roles-action      pic x(10).
           03 roles-role-name   pic x(20).
           03 roles-flags       pic x(5).

       01 roles-response.
           03 roles-success     pic x(1).
           03 roles-message     pic x(200).
           03 rr-can-publish    pic x(1).
           03 rr-can-delete-media pic x(1).
           03 rr-can-manage-users pic x(1).
           03 rr-can-draft      pic x(1).
           03 rr-can-read-logs  pic x(1).

      *> auth.cbl's LINKAGE shape with local names - the "viewer"
      *> action turns a session cookie into the signed-in role the
      *> same way router.cbl's check-route-authentication does.
       01 auth-request.
           03 auth-action       pic x(20).
           03 auth-username     pic x(50).
           03 auth-password     pic x(50).
           03 auth-email        pic x(100).
           03 auth-role         pic x(20).
           03 auth-session-id   pic x(32).
           03 auth-reset-token  pic x(32).
           03 auth-remember     pic x(1).
           03 auth-totp-code    pic x(6).
           03 auth-api-key       pic x(64).
           03 auth-api-key-scope pic x(20).

       01 auth-response.
           03 auth-success      pic x(1).
           03 auth-resp-message pic x(200).
           03 auth-resp-session pic x(32).
           03 auth-resp-reset   pic x(32).
           03 auth-totp-required pic x(1).
           03 auth-totp-secret  pic x(32).
           03 auth-user-data.
               05 auth-user-id      pic 9(10).
               05 auth-username-out pic x(50).
               05 auth-email-out    pic x(100).
               05 auth-role-out     pic x(20).
           03 auth-resp-api-key       pic x(64).
           03 auth-resp-api-key-owner pic x(50).
           03 auth-resp-api-key-scope pic x(20).

       linkage section.
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

      *> Who may read an item. Every item is "public" until an
      *> editor restricts it to "signed-in" (any account) or to one
      *> named role from the roles store. Actions:
      *>   get    - the item's visibility level
      *>   set    - store a level ("public" removes the row)
      *>   check  - may a viewer of vis-viewer-role (spaces for a
      *>            signed-out visitor) read the item; vis-needs-login
      *>            says whether signing in could change the answer
      *>   viewer - the signed-in role behind a session cookie, or
      *>            spaces when there is none
      *> Every public render path asks "check" before showing an
      *> item, and database-interface asks it for every row a
      *> listing returns, so a restricted item cannot surface where
      *> its viewer could not open it.
       procedure division using visibility-request
           visibility-response.

       move "N" to vis-success.
       move spaces to vis-message.
       move "public" to vis-level-out.
       move "N" to vis-allowed.
       move "N" to vis-needs-login.
       move spaces to vis-viewer-role-out.
       move spaces to vis-viewer-name.

       evaluate vis-action
           when "get"
               perform read-stored-visibility
               move stored-visibility to vis-level-out
               move "Y" to vis-success
               move "Visibility retrieved" to vis-message
           when "set"
               perform handle-set-visibility
           when "check"
               perform handle-check-visibility
           when "viewer"
               perform handle-resolve-viewer
           when other
               move "Invalid visibility action" to vis-message
       end-evaluate.

       goback.

       read-stored-visibility section.
           *> A missing store or a missing row both mean public.
           move "public" to stored-visibility.
           open input visibility-master.
           if visibility-file-status not = "00"
               exit section
           end-if.
           move vis-content-id to cv-content-id.
           read visibility-master
               invalid key
                   continue
               not invalid key
                   if cv-visibility not = spaces
                       move cv-visibility to stored-visibility
                   end-if
           end-read.
           close visibility-master.

       handle-set-visibility section.
           if vis-content-id = 0
               move "A content id is required" to vis-message
               exit section
           end-if.
           move function lower-case(vis-level) to vis-level.
           if function trim(vis-level) = spaces
               move "public" to vis-level
           end-if.
           if function trim(vis-level) not = "public"
               and function trim(vis-level) not = "signed-in"
               move "get" to roles-action
               move vis-level to roles-role-name
               move spaces to roles-flags
               call "roles" using roles-request roles-response
               if roles-success not = "Y"
                   move function concatenate(
                       "There is no role named ",
                       function trim(vis-level)
                   ) to vis-message
                   exit section
               end-if
           end-if.

           open i-o visibility-master.
           if visibility-file-status = "35"
               open output visibility-master
               close visibility-master
               open i-o visibility-master
           end-if.
           if visibility-file-status not = "00"
               move "The visibility store could not be opened"
                   to vis-message
               exit section
           end-if.

           move vis-content-id to cv-content-id.
           if function trim(vis-level) = "public"
               delete visibility-master record
                   invalid key
                       continue
               end-delete
           else
               move vis-level to cv-visibility
               move vis-set-by to cv-set-by
               move function current-date to visibility-timestamp
               move visibility-timestamp(1:14) to cv-set-stamp
               write visibility-master-record
                   invalid key
                       rewrite visibility-master-record
               end-write
           end-if.
           close visibility-master.

           move vis-level to vis-level-out.
           move "Y" to vis-success.
           move function concatenate(
               "Visibility set to ", function trim(vis-level)
           ) to vis-message.

       handle-check-visibility section.
           perform read-stored-visibility.
           move stored-visibility to vis-level-out.
           move "Y" to vis-success.
           evaluate true
               when function trim(stored-visibility) = "public"
                   move "Y" to vis-allowed
               when function trim(vis-viewer-role) = spaces
                   *> Signed out - any restriction is satisfiable by
                   *> signing in as the right account.
                   move "Y" to vis-needs-login
               when function trim(stored-visibility) = "signed-in"
                   move "Y" to vis-allowed
               when function trim(vis-viewer-role)
                   = function trim(stored-visibility)
                   move "Y" to vis-allowed
               when other
                   move "get" to roles-action
                   move vis-viewer-role to roles-role-name
                   move spaces to roles-flags
                   call "roles" using roles-request roles-response
                   if roles-success = "Y"
                       move rr-can-publish to vis-allowed
                   else
                       if function trim(vis-viewer-role) = "admin"
                           or function trim(vis-viewer-role)
                               = "editor"
                           move "Y" to vis-allowed
                       end-if
                   end-if
           end-evaluate.
           if vis-allowed = "Y"
               move "Visible to this viewer" to vis-message
           else
               move "Restricted" to vis-message
           end-if.

       handle-resolve-viewer section.
           move "Y" to vis-success.
           move "Signed out" to vis-message.
           if vis-session-id = spaces
               exit section
           end-if.
           move "check" to auth-action.
           move vis-session-id to auth-session-id.
           call "auth" using auth-request auth-response.
           if auth-success = "Y"
               move auth-role-out to vis-viewer-role-out
               move auth-username-out to vis-viewer-name
               move "Signed in" to vis-message
           end-if.

       end program content-visibility.
