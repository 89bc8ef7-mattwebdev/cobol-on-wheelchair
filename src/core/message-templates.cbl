       identification division.
       program-id. message-templates.

       environment division.
       input-output section.
       file-control.
      *> Subject and body per message type and language, edited from
      *> the admin screens. A type with no row for a language falls
      *> back to the site's default language, then English, then
      *> the wording built in below - the text every mail carried
      *> before the store existed - so a missing row never blanks a
      *> mail.
           select template-master
               assign to "data/message-templates.dat"
               organization is indexed
               access mode is dynamic
               record key is mt-key
               file status is template-file-status.

       data division.
       file section.
       fd  template-master.
       01  template-record.
           03 mt-key.
               05 mt-type        pic x(30).
               05 mt-language    pic x(5).
           03 mt-subject        pic x(100).
           03 mt-body           pic x(500).
           03 mt-updated-by     pic x(50).
           03 mt-updated-date   pic x(8).

       working-storage section.
       01 template-file-status pic xx.
       01 default-language     pic x(5).
       01 lookup-language      pic x(5).
       01 row-found            pic x(1).
       01 type-index           pic 99 usage comp-5.
       01 value-index          pic 99 usage comp-5.

      *> The built-in wording, one entry per message type, with the
      *> placeholder names each sender fills in.
       01 built-in-count       pic 99 usage comp-5 value 0.
       01 built-in-templates.
           03 built-in-template occurs 30 times.
               05 bt-type        pic x(30).
               05 bt-placeholders pic x(120).
               05 bt-subject     pic x(100).
               05 bt-body        pic x(500).

      *> Substitution - "{name}" becomes the caller's value for
      *> name; a name nobody supplied is left as written so the
      *> gap is visible rather than silently dropped.
       01 subst-source         pic x(500).
       01 subst-result         pic x(500).
       01 subst-source-len     pic 9(4) usage comp-5.
       01 subst-in-pos         pic 9(4) usage comp-5.
       01 subst-out-pos        pic 9(4) usage comp-5.
       01 subst-close-pos      pic 9(4) usage comp-5.
       01 subst-name           pic x(30).
       01 subst-name-len       pic 9(4) usage comp-5.
       01 subst-value          pic x(250).
       01 subst-value-len      pic 9(4) usage comp-5.
       01 subst-found          pic x(1).
       01 subst-limit          pic 9(4) usage comp-5.

      *> Sample data for the preview - one plausible value per
      *> placeholder name any template uses.
       01 sample-values.
           03 filler pic x(30) value "username".
           03 filler pic x(60) value "jsmith".
           03 filler pic x(30) value "name".
           03 filler pic x(60) value "Jo Smith".
           03 filler pic x(30) value "address".
           03 filler pic x(60) value "203.0.113.7".
           03 filler pic x(30) value "token".
           03 filler pic x(60) value "9f2c41d07ab35e68".
           03 filler pic x(30) value "expires".
           03 filler pic x(60) value "2026-10-16 09:30".
           03 filler pic x(30) value "new_email".
           03 filler pic x(60) value "jo.smith@example.org".
           03 filler pic x(30) value "requested_by".
           03 filler pic x(60) value "editor1".
           03 filler pic x(30) value "page".
           03 filler pic x(60) value "42".
           03 filler pic x(30) value "confirm_url".
           03 filler pic x(60)
               value "https://example.org/newsletter/confirm/9f2c41".
           03 filler pic x(30) value "unsubscribe_url".
           03 filler pic x(60)
               value "https://example.org/newsletter/unsubscribe/9f2c".
           03 filler pic x(30) value "digest".
           03 filler pic x(60)
               value "Opening hours; Budget 2027; Park clean-up".
           03 filler pic x(30) value "count".
           03 filler pic x(60) value "3".
           03 filler pic x(30) value "query".
           03 filler pic x(60) value "budget".
           03 filler pic x(30) value "items".
           03 filler pic x(60) value "#12, #15, #19".
           03 filler pic x(30) value "failed".
           03 filler pic x(60) value "1".
           03 filler pic x(30) value "refused".
           03 filler pic x(60) value "0".
           03 filler pic x(30) value "jobs".
           03 filler pic x(60) value "backup-stores".
           03 filler pic x(30) value "title".
           03 filler pic x(60) value "Opening hours".
           03 filler pic x(30) value "slug".
           03 filler pic x(60) value "opening-hours".
           03 filler pic x(30) value "id".
           03 filler pic x(60) value "42".
           03 filler pic x(30) value "date".
           03 filler pic x(60) value "2026-10-31".
           03 filler pic x(30) value "reason".
           03 filler pic x(60) value "the message had no subject".
           03 filler pic x(30) value "cycle".
           03 filler pic x(60) value "2026Q4".
           03 filler pic x(30) value "closes".
           03 filler pic x(60) value "2026-10-31".
           03 filler pic x(30) value "form".
           03 filler pic x(60) value "contact".
           03 filler pic x(30) value "fields".
           03 filler pic x(60)
               value "_form=contact|name=Jo Smith|message=Hello".
       01 sample-table redefines sample-values.
           03 sample-row occurs 27 times.
               05 sample-name    pic x(30).
               05 sample-text    pic x(60).
       01 sample-count         pic 99 usage comp-5 value 27.
       01 sample-index         pic 99 usage comp-5.

      *> settings.cbl's LINKAGE shape with local names - the middle
      *> fallback tier is the site's default_language, the same one
      *> strings.cbl falls back to for the public chrome.
       01 settings-request.
           03 settings-action   pic x(10).
           03 settings-key      pic x(40).
           03 settings-value    pic x(200).

       01 settings-response.
           03 settings-success  pic x(1).
           03 settings-message  pic x(200).
           03 settings-value-out pic x(200).

       linkage section.
       01 template-request.
           03 tp-action         pic x(10).
           03 tp-type           pic x(30).
           03 tp-language       pic x(5).
           03 tp-index          pic 99.
           03 tp-subject-in     pic x(100).
           03 tp-body-in        pic x(500).
           03 tp-changed-by     pic x(50).
           03 tp-value-count    pic 99.
           03 tp-values occurs 8 times.
               05 tp-value-name pic x(30).
               05 tp-value-text pic x(250).

       01 template-response.
           03 tp-success        pic x(1).
           03 tp-message        pic x(200).
           03 tp-subject        pic x(100).
           03 tp-body           pic x(500).
           03 tp-source         pic x(10).
           03 tp-language-used  pic x(5).
           03 tp-placeholders   pic x(120).
           03 tp-languages-stored pic x(60).

      *> Outbound mail wording. Actions:
      *>   render  - tp-type in tp-language (blank = the site
      *>             default) with the tp-values substituted, after
      *>             the language fallback; every sender asks here
      *>   get     - the same lookup without substitution, for the
      *>             edit screen; tp-source says where it came from
      *>             ("stored", "fallback" or "built-in")
      *>   save    - store tp-subject-in / tp-body-in for tp-type
      *>             and tp-language
      *>   revert  - drop the stored row, back to the fallback
      *>   preview - tp-subject-in / tp-body-in (or the current
      *>             wording when blank) filled with sample data
      *>   type    - the tp-index'th known type, its placeholders and
      *>             the languages stored for it, for the listing
       procedure division using template-request template-response.

           move "N" to tp-success.
           move spaces to tp-message.
           move spaces to tp-subject.
           move spaces to tp-body.
           move spaces to tp-source.
           move spaces to tp-language-used.
           move spaces to tp-placeholders.
           move spaces to tp-languages-stored.
           perform load-built-in-templates.

           if tp-action not = "type"
               perform find-built-in-type
               if type-index = 0
                   move function concatenate(
                       "Unknown message type ", function trim(tp-type)
                   ) to tp-message
                   goback
               end-if
               move bt-placeholders(type-index) to tp-placeholders
           end-if.

           evaluate tp-action
               when "render"
                   perform resolve-template
                   perform substitute-values
                   move "Y" to tp-success
               when "get"
                   perform resolve-template
                   move "Y" to tp-success
               when "save"
                   perform save-template
               when "revert"
                   perform revert-template
               when "preview"
                   perform preview-template
               when "type"
                   perform describe-type
               when other
                   move "Invalid action" to tp-message
           end-evaluate.

           goback.

       find-built-in-type section.
           move 0 to type-index.
           perform varying value-index from 1 by 1
               until value-index > built-in-count
               if function trim(bt-type(value-index))
                   = function trim(tp-type)
                   move value-index to type-index
                   exit perform
               end-if
           end-perform.

       resolve-default-language section.
           move "en" to default-language.
           move "get" to settings-action.
           move "default_language" to settings-key.
           call "settings" using settings-request settings-response.
           if settings-success = "Y"
               and function trim(settings-value-out) not = spaces
               move settings-value-out(1:5) to default-language
           end-if.

       resolve-template section.
           *> Requested language, the site default, English, then the
           *> built-in wording - the same ladder strings.cbl climbs.
           perform resolve-default-language.
           move "N" to row-found.
           open input template-master.
           if template-file-status = "00"
               if function trim(tp-language) not = spaces
                   move tp-language to lookup-language
                   perform read-one-template
                   if row-found = "Y"
                       move "stored" to tp-source
                   end-if
               end-if
               if row-found = "N"
                   and function trim(default-language)
                       not = function trim(tp-language)
                   move default-language to lookup-language
                   perform read-one-template
               end-if
               if row-found = "N"
                   and function trim(default-language) not = "en"
                   and function trim(tp-language) not = "en"
                   move "en" to lookup-language
                   perform read-one-template
               end-if
               close template-master
           end-if.
           move spaces to template-file-status.
           if row-found = "Y"
               if tp-source = spaces
                   if function trim(tp-language) = spaces
                       move "stored" to tp-source
                   else
                       move "fallback" to tp-source
                   end-if
               end-if
           else
               move bt-subject(type-index) to tp-subject
               move bt-body(type-index) to tp-body
               move "built-in" to tp-source
               move spaces to tp-language-used
           end-if.

       read-one-template section.
           move tp-type to mt-type.
           move lookup-language to mt-language.
           read template-master
               invalid key
                   continue
               not invalid key
                   move "Y" to row-found
                   move mt-subject to tp-subject
                   move mt-body to tp-body
                   move mt-language to tp-language-used
           end-read.

       save-template section.
           if function trim(tp-language) = spaces
               move "A language is required" to tp-message
               exit section
           end-if.
           if tp-subject-in = spaces or tp-body-in = spaces
               move "Both a subject and a body are required"
                   to tp-message
               exit section
           end-if.
           open i-o template-master.
           if template-file-status = "35"
               open output template-master
               close template-master
               open i-o template-master
           end-if.
           if template-file-status not = "00"
               move "The template store could not be opened"
                   to tp-message
               exit section
           end-if.
           move tp-type to mt-type.
           move tp-language to mt-language.
           *> A mail is one line on the queue - no line breaks.
           move tp-subject-in to mt-subject.
           move tp-body-in to mt-body.
           inspect mt-subject replacing all x"0D" by space
               all x"0A" by space all "|" by "/".
           inspect mt-body replacing all x"0D" by space
               all x"0A" by space.
           move tp-changed-by to mt-updated-by.
           move function current-date(1:8) to mt-updated-date.
           write template-record
               invalid key
                   rewrite template-record
           end-write.
           close template-master.
           move spaces to template-file-status.
           move "Y" to tp-success.
           move function concatenate(
               "Template ", function trim(tp-type), " (",
               function trim(tp-language), ") saved"
           ) to tp-message.

       revert-template section.
           open i-o template-master.
           if template-file-status not = "00"
               move spaces to template-file-status
               move "Nothing is stored for that template"
                   to tp-message
               exit section
           end-if.
           move tp-type to mt-type.
           move tp-language to mt-language.
           delete template-master record
               invalid key
                   move "Nothing is stored for that template"
                       to tp-message
               not invalid key
                   move "Y" to tp-success
                   move function concatenate(
                       "Template ", function trim(tp-type), " (",
                       function trim(tp-language),
                       ") reverted to the fallback wording"
                   ) to tp-message
           end-delete.
           close template-master.
           move spaces to template-file-status.

       preview-template section.
           perform resolve-template.
           if tp-subject-in not = spaces
               move tp-subject-in to tp-subject
           end-if.
           if tp-body-in not = spaces
               move tp-body-in to tp-body
           end-if.
           *> The sample data stands in for whatever the caller
           *> passed.
           move 0 to tp-value-count.
           perform varying sample-index from 1 by 1
               until sample-index > sample-count
               or tp-value-count >= 8
               move sample-name(sample-index) to subst-name
               perform check-placeholder-used
               if subst-found = "Y"
                   add 1 to tp-value-count
                   move sample-name(sample-index)
                       to tp-value-name(tp-value-count)
                   move sample-text(sample-index)
                       to tp-value-text(tp-value-count)
               end-if
           end-perform.
           perform substitute-values.
           move "Y" to tp-success.

       check-placeholder-used section.
           *> subst-found "Y" when subst-name is one of this type's
           *> placeholders.
           move "N" to subst-found.
           move 0 to value-index.
           inspect bt-placeholders(type-index) tallying value-index
               for all function trim(subst-name).
           if value-index > 0
               move "Y" to subst-found
           end-if.

       describe-type section.
           if tp-index < 1 or tp-index > built-in-count
               move "No such type" to tp-message
               exit section
           end-if.
           move tp-index to type-index.
           move bt-type(type-index) to tp-type.
           move bt-placeholders(type-index) to tp-placeholders.
           move bt-subject(type-index) to tp-subject.
           move bt-body(type-index) to tp-body.
           open input template-master.
           if template-file-status = "00"
               move tp-type to mt-type
               move low-values to mt-language
               start template-master key is not less than mt-key
                   invalid key move "10" to template-file-status
               end-start
               perform until template-file-status = "10"
                   read template-master next record
                       at end move "10" to template-file-status
                       not at end
                           if mt-type not = tp-type
                               move "10" to template-file-status
                           else
                               perform note-stored-language
                           end-if
                   end-read
               end-perform
               close template-master
           end-if.
           move spaces to template-file-status.
           move "Y" to tp-success.

       note-stored-language section.
           if tp-languages-stored = spaces
               move mt-language to tp-languages-stored
           else
               move function concatenate(
                   function trim(tp-languages-stored), ", ",
                   function trim(mt-language)
               ) to tp-languages-stored
           end-if.

       substitute-values section.
           move tp-subject to subst-source.
           move 100 to subst-limit.
           perform substitute-one-text.
           move subst-result(1:100) to tp-subject.
           move tp-body to subst-source.
           move 500 to subst-limit.
           perform substitute-one-text.
           move subst-result to tp-body.

       substitute-one-text section.
           move spaces to subst-result.
           move 0 to subst-out-pos.
           move function length(function trim(subst-source, trailing))
               to subst-source-len.
           if subst-source = spaces
               exit section
           end-if.
           move 1 to subst-in-pos.
           perform until subst-in-pos > subst-source-len
               or subst-out-pos >= subst-limit
               if subst-source(subst-in-pos:1) = "{"
                   perform try-one-placeholder
               else
                   add 1 to subst-out-pos
                   move subst-source(subst-in-pos:1)
                       to subst-result(subst-out-pos:1)
                   add 1 to subst-in-pos
               end-if
           end-perform.

       try-one-placeholder section.
           *> subst-in-pos is on a "{" - a closing "}" within thirty
           *> characters makes it a placeholder.
           move 0 to subst-close-pos.
           perform varying value-index from 1 by 1
               until value-index > 31
               or subst-in-pos + value-index > subst-source-len
               if subst-source(subst-in-pos + value-index:1) = "}"
                   compute subst-close-pos =
                       subst-in-pos + value-index
                   exit perform
               end-if
           end-perform.
           move "N" to subst-found.
           if subst-close-pos > subst-in-pos + 1
               compute subst-name-len =
                   subst-close-pos - subst-in-pos - 1
               move spaces to subst-name
               move subst-source(subst-in-pos + 1:subst-name-len)
                   to subst-name
               perform varying value-index from 1 by 1
                   until value-index > tp-value-count
                   or value-index > 8
                   if function trim(tp-value-name(value-index))
                       = function trim(subst-name)
                       move tp-value-text(value-index) to subst-value
                       move "Y" to subst-found
                       exit perform
                   end-if
               end-perform
           end-if.
           if subst-found = "N"
               add 1 to subst-out-pos
               move "{" to subst-result(subst-out-pos:1)
               add 1 to subst-in-pos
               exit section
           end-if.
           move function length(function trim(subst-value, trailing))
               to subst-value-len.
           if subst-value = spaces
               move 0 to subst-value-len
           end-if.
           if subst-out-pos + subst-value-len > subst-limit
               compute subst-value-len = subst-limit - subst-out-pos
           end-if.
           if subst-value-len > 0
               move subst-value(1:subst-value-len)
                   to subst-result(subst-out-pos + 1:subst-value-len)
               add subst-value-len to subst-out-pos
           end-if.
           compute subst-in-pos = subst-close-pos + 1.

       load-built-in-templates section.
           *> Rebuilt on every call - working storage outlives it.
           move 0 to built-in-count.
           *> Account mail from auth.cbl.
           perform add-built-in.
           move "account-welcome" to bt-type(built-in-count).
           move "username" to bt-placeholders(built-in-count).
           move "Welcome to nodebol CMS" to bt-subject(built-in-count).
           move "Hi {username}, your account has been created."
               to bt-body(built-in-count).

           perform add-built-in.
           move "new-sign-in" to bt-type(built-in-count).
           move "address" to bt-placeholders(built-in-count).
           move "New sign-in to your account"
               to bt-subject(built-in-count).
           move function concatenate(
               "New sign-in from {address} - if this wasn't you, ",
               "reset your password now."
           ) to bt-body(built-in-count).

           perform add-built-in.
           move "password-reset" to bt-type(built-in-count).
           move "token" to bt-placeholders(built-in-count).
           move "Password reset request" to bt-subject(built-in-count).
           move "Use this token to reset your password: {token}"
               to bt-body(built-in-count).

           perform add-built-in.
           move "password-changed" to bt-type(built-in-count).
           move spaces to bt-placeholders(built-in-count).
           move "Your password was changed"
               to bt-subject(built-in-count).
           move function concatenate(
               "Your password has just been reset. If this was not ",
               "you, contact an administrator."
           ) to bt-body(built-in-count).

           perform add-built-in.
           move "email-change-confirm" to bt-type(built-in-count).
           move "expires, username, token"
               to bt-placeholders(built-in-count).
           move "Confirm your new email address"
               to bt-subject(built-in-count).
           move function concatenate(
               "Enter this token at /confirm-email before {expires} ",
               "to make this the address for {username}: {token}"
           ) to bt-body(built-in-count).

           perform add-built-in.
           move "email-change-requested" to bt-type(built-in-count).
           move "new_email, requested_by"
               to bt-placeholders(built-in-count).
           move "Email change requested" to bt-subject(built-in-count).
           move function concatenate(
               "A change of your account email to {new_email} was ",
               "requested by {requested_by}. If this was not you, ",
               "contact an administrator."
           ) to bt-body(built-in-count).

           perform add-built-in.
           move "email-changed" to bt-type(built-in-count).
           move "new_email" to bt-placeholders(built-in-count).
           move "Your email address was changed"
               to bt-subject(built-in-count).
           move function concatenate(
               "Your account email is now {new_email}. If this was ",
               "not you, contact an administrator."
           ) to bt-body(built-in-count).

           *> Readers and subscribers.
           perform add-built-in.
           move "comment-reply" to bt-type(built-in-count).
           move "name, page" to bt-placeholders(built-in-count).
           move "Your comment has a reply"
               to bt-subject(built-in-count).
           move function concatenate(
               "Hi {name}, someone replied to your comment on page ",
               "/page/{page} - come take a look."
           ) to bt-body(built-in-count).

           perform add-built-in.
           move "newsletter-confirm" to bt-type(built-in-count).
           move "confirm_url" to bt-placeholders(built-in-count).
           move "Weekly roundup subscription"
               to bt-subject(built-in-count).
           move function concatenate(
               "Confirm your subscription: {confirm_url} (ignore ",
               "this mail and nothing is sent again)"
           ) to bt-body(built-in-count).

           perform add-built-in.
           move "newsletter-digest" to bt-type(built-in-count).
           move "digest, unsubscribe_url"
               to bt-placeholders(built-in-count).
           move "This week on the site" to bt-subject(built-in-count).
           move "{digest} - unsubscribe: {unsubscribe_url}"
               to bt-body(built-in-count).

           perform add-built-in.
           move "saved-search-update" to bt-type(built-in-count).
           move "count, query, items"
               to bt-placeholders(built-in-count).
           move "Saved search update" to bt-subject(built-in-count).
           move function concatenate(
               "{count} new or updated item(s) match '{query}': ",
               "{items}"
           ) to bt-body(built-in-count).

           *> Editors and operators.
           perform add-built-in.
           move "content-expiring" to bt-type(built-in-count).
           move "title, slug, id, date"
               to bt-placeholders(built-in-count).
           move "Content expiring on {date}"
               to bt-subject(built-in-count).
           move function concatenate(
               '"{title}" (/{slug}, content id {id}) will be ',
               "unpublished on {date}. Extend it from the admin ",
               "content screen to keep it live."
           ) to bt-body(built-in-count).

           perform add-built-in.
           move "access-recertification" to bt-type(built-in-count).
           move "cycle, count, closes"
               to bt-placeholders(built-in-count).
           move "Quarterly access recertification {cycle}"
               to bt-subject(built-in-count).
           move function concatenate(
               "{count} account(s) await confirmation under Users > ",
               "Access recertification by {closes} - unconfirmed ",
               "accounts are then suspended"
           ) to bt-body(built-in-count).

           perform add-built-in.
           move "password-rotation-forced" to bt-type(built-in-count).
           move spaces to bt-placeholders(built-in-count).
           move "Please choose a new password"
               to bt-subject(built-in-count).
           move function concatenate(
               "Your password is one that is widely known or has ",
               "appeared in a breach, so your account has been ",
               "locked. Use forgot-password to set a new one."
           ) to bt-body(built-in-count).

           perform add-built-in.
           move "batch-failure" to bt-type(built-in-count).
           move "failed, refused, jobs"
               to bt-placeholders(built-in-count).
           move "Nightly batch schedule FAILED"
               to bt-subject(built-in-count).
           move function concatenate(
               "{failed} job(s) failed, {refused} refused - {jobs} ",
               "(details in data/run-control.dat)"
           ) to bt-body(built-in-count).

           perform add-built-in.
           move "draft-rejected" to bt-type(built-in-count).
           move "reason" to bt-placeholders(built-in-count).
           move "Your submission was not accepted"
               to bt-subject(built-in-count).
           move "Your email could not be turned into a draft: {reason}"
               to bt-body(built-in-count).

           perform add-built-in.
           move "draft-rejected-titled" to bt-type(built-in-count).
           move "title, reason" to bt-placeholders(built-in-count).
           move "Your submission was not accepted"
               to bt-subject(built-in-count).
           move function concatenate(
               'Your email "{title}" could not be turned into a ',
               "draft: {reason}"
           ) to bt-body(built-in-count).

           *> Public forms.
           perform add-built-in.
           move "form-submission-notice" to bt-type(built-in-count).
           move "id, form, fields" to bt-placeholders(built-in-count).
           move "New form submission" to bt-subject(built-in-count).
           move "Submission #{id} arrived on form '{form}': {fields}"
               to bt-body(built-in-count).

           perform add-built-in.
           move "form-acknowledgement" to bt-type(built-in-count).
           move "form" to bt-placeholders(built-in-count).
           move "We received your submission"
               to bt-subject(built-in-count).
           move function concatenate(
               "Thank you - your '{form}' submission was received ",
               "and will be handled soon."
           ) to bt-body(built-in-count).

           *> API partners.
           perform add-built-in.
           move "api-usage-statement" to bt-type(built-in-count).
           move "owner, month, calls, errors, throttled, avg_ms, lines"
               to bt-placeholders(built-in-count).
           move "API usage statement for {month}"
               to bt-subject(built-in-count).
           move function concatenate(
               "{owner}: {calls} API call(s) in {month}, {errors} ",
               "error(s), {throttled} throttled, average response ",
               "{avg_ms} ms. By resource and method: {lines}"
           ) to bt-body(built-in-count).

       add-built-in section.
           add 1 to built-in-count.
           move spaces to built-in-template(built-in-count).

       end program message-templates.
