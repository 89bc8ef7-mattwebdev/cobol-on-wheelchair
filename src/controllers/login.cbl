
       01 counter pic 99 usage comp-5.

      *> Where to go once signed in - a members-only page sends its
      *> signed-out visitor here with ?return=/page/<id>, and the
      *> address rides along on the form's own action so the POST
      *> sees it too. Only a path on this site is honoured, never
      *> another host.
       01 return-path          pic x(200).
       01 return-path-len      pic 9(4) usage comp-5.
       01 return-bad-chars     pic 9(4) usage comp-5.
       01 login-form-action    pic x(99).

      *> CSRF protection - login.cbl renders the form (GET) and
      *> handles the submit (POST) as two separate CGI invocations
      *> with no session or server-side store linking them, so this

       procedure division using path-values http-request-data.

       perform extract-return-path.

       *> Handle different login actions
       evaluate http-method
           when "GET"

           add 1 to counter.
           move "form_action" to COW-varname(counter).
           move login-form-action to COW-varvalue(counter).
           move "S" to COW-var-type(counter).

           add 1 to counter.

           add 1 to counter.
           move "form_action" to COW-varname(counter).
           move login-form-action to COW-varvalue(counter).
           move "S" to COW-var-type(counter).

           add 1 to counter.

           call 'enhanced-template' using the-vars "login.cow".

       extract-return-path section.
           *> A local path only: one leading slash (two would name
           *> another host), nothing that could break out of the
           *> attribute the template drops it into.
           move spaces to return-path.
           move "/login" to login-form-action.
           perform varying counter from 1 by 1
               until counter > param-count of http-request-data
               if param-name(counter) = "return"
                   move param-value(counter)(1:200) to return-path
               end-if
           end-perform.
           if return-path = spaces
               exit section
           end-if.
           move function length(function trim(return-path))
               to return-path-len.
           move 0 to return-bad-chars.
           inspect return-path(1:return-path-len) tallying
               return-bad-chars for all "'" all '"' all "<" all ">"
                   all " " all "\" all ":".
           if return-path(1:1) not = "/"
               or return-path(2:1) = "/"
               or return-path-len > 80
               or return-bad-chars > 0
               move spaces to return-path
               exit section
           end-if.
           move function concatenate(
               "/login?return=", function trim(return-path)
           ) to login-form-action.

       extract-csrf-token section.
           *> Pull the posted csrf_token field out of the form body
           move spaces to csrf-token-posted.

           add 1 to counter.
           move "redirect_url" to COW-varname(counter).
           if return-path not = spaces
               move return-path to COW-varvalue(counter)
           else
               move "/admin" to COW-varvalue(counter)
           end-if.
           move "S" to COW-var-type(counter).

           *> Render success page

           add 1 to counter.
           move "form_action" to COW-varname(counter).
           move login-form-action to COW-varvalue(counter).
           move "S" to COW-var-type(counter).

           *> A fresh token for the retry - the one that was just
