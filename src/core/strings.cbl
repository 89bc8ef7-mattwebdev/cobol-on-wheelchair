      *> The default wording - what the site said before catalogs
      *> existed. One entry per label the public chrome uses.
       01 default-strings.
           03 ds-count          pic 99 usage comp-5 value 27.
           03 ds-entries.
               05 filler pic x(40) value "comments".
               05 filler pic x(60) value "Comments".
               05 filler pic x(60) value "Search".
               05 filler pic x(40) value "featured".
               05 filler pic x(60) value "Featured".
               05 filler pic x(40) value "comments_closed".
               05 filler pic x(60) value "Comments are closed.".
               05 filler pic x(40) value "did_you_mean".
               05 filler pic x(60) value "Did you mean:".
               05 filler pic x(40) value "synonyms_used".
               05 filler pic x(60) value "Also matching:".
               05 filler pic x(40) value "best_bets".
               05 filler pic x(60) value "Recommended".
               05 filler pic x(40) value "was_helpful".
               05 filler pic x(60) value "Was this page helpful?".
               05 filler pic x(40) value "helpful_yes".
               05 filler pic x(60) value "Yes".
               05 filler pic x(40) value "helpful_no".
               05 filler pic x(60) value "No".
               05 filler pic x(40) value "helpful_comment".
               05 filler pic x(60)
                   value "Anything we could do better? (optional)".
               05 filler pic x(40) value "report_comment".
               05 filler pic x(60) value "Report".
               05 filler pic x(40) value "report_heading".
               05 filler pic x(60) value "Report a comment".
               05 filler pic x(40) value "report_reason".
               05 filler pic x(60)
                   value "Why should the moderators look at it?".
               05 filler pic x(40) value "report_send".
               05 filler pic x(60) value "Send report".
           03 ds-rows redefines ds-entries occurs 27 times.
               05 ds-key        pic x(40).
               05 ds-text       pic x(60).
       01 ds-index             pic 99 usage comp-5.
