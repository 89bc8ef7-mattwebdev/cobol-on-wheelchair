               05 sq-query      pic x(200).
               05 sq-times-run  pic 9(6) usage comp-5.
               05 sq-zero-runs  pic 9(6) usage comp-5.
               05 sq-bet-shown  pic 9(6) usage comp-5.
               05 sq-bet-clicks pic 9(6) usage comp-5.
       01 summary-index        pic 9(4) usage comp-5.
       01 summary-match        pic 9(4) usage comp-5.

       01 line-query           pic x(200).
       01 line-count           pic 9(4) usage comp-5.
       01 line-count-text      pic x(10).
       01 line-extra           pic x(60).
       01 bets-display         pic z(5)9.
       01 bet-queries-listed   pic 9(4) usage comp-5.
       01 parse-pos            pic 9(4) usage comp-5.
       01 parse-out            pic 9(4) usage comp-5.
       01 parse-len            pic 9(4) usage comp-5.
       01 report-counts.
           03 lines-read        pic 9(8) value 0.
           03 distinct-queries  pic 9(4) value 0.
           03 queries-rescued   pic 9(4) value 0.

      *> search-terms.cbl's LINKAGE shape with local names - the
      *> same synonym and spelling help the search box now offers,
      *> asked of each query that found nothing.
       01 search-terms-request.
           03 st-action         pic x(10).
           03 st-word           pic x(30).
           03 st-synonyms       pic x(200).
           03 st-changed-by     pic x(50).

       01 search-terms-response.
           03 st-success        pic x(1).
           03 st-message        pic x(200).
           03 st-word-known     pic x(1).
           03 st-suggestion     pic x(30).
           03 st-alt-count      pic 9(2).
           03 st-alt-rows occurs 8 times.
               05 st-alt-word   pic x(30).
               05 st-alt-known  pic x(1).

      *> One zero-result query taken word by word, as search.cbl
      *> splits it - a minus-prefixed word is an exclusion and needs
      *> no rescue, and "title:" is a prefix rather than a word.
       01 rescue-query         pic x(200).
       01 rescue-pos           pic 9(4) usage comp-5.
       01 rescue-len           pic 9(4) usage comp-5.
       01 rescue-char          pic x(1).
       01 rescue-word          pic x(30).
       01 rescue-word-len      pic 99 usage comp-5.
       01 rescue-excluded      pic x(1).
       01 rescue-note          pic x(200).
       01 rescue-note-pos      pic 9(4) usage comp-5.
       01 rescue-missing       pic x(30).
       01 rescue-found         pic x(1).
       01 alt-index            pic 99 usage comp-5.

      *> Rolls the search query log up into the two lists the
      *> editors actually want: what visitors search for most, and
      *> what they search for and fail to find - the zero-result
      *> terms are exactly the content worth writing next. A search
      *> answered by a best bet is not counted as empty, and the
      *> best bets get a list of their own: how often each query's
      *> picks were shown and how often one was clicked. Each
      *> zero-result query also says whether the synonym dictionary
      *> or a spelling suggestion would find something today. Run on
      *> whatever schedule suits the editorial meeting.
       procedure division.

       display "search-report: top zero-result queries"
       perform list-top-by-zero-runs.

       display " "
       display "search-report: best bets (shown / clicked)"
       perform list-best-bets.

       perform display-summary.

       goback.

       tally-one-line section.
           *> Log lines read "YYYYMMDD HHMMSS | count | query", with
           *> " | best bets <ids>" after when picks were shown. A
           *> click on a pick logs "... | click | query | best bet
           *> <id>".
           move spaces to line-extra.
           move spaces to line-query.
           move 0 to line-count.
           move 0 to pipe-seen.
                               move search-query-line(parse-pos:1)
                                   to line-query(parse-out:1)
                           end-if
                       when 3
                           if parse-out < 60
                               and (parse-out > 0
                                   or search-query-line(parse-pos:1)
                                       not = space)
                               add 1 to parse-out
                               move search-query-line(parse-pos:1)
                                   to line-extra(parse-out:1)
                           end-if
                   end-evaluate
               end-if
           end-perform.
               move line-query to sq-query(summary-match)
               move 0 to sq-times-run(summary-match)
               move 0 to sq-zero-runs(summary-match)
               move 0 to sq-bet-shown(summary-match)
               move 0 to sq-bet-clicks(summary-match)
           end-if.
           if function trim(line-count-text) = "click"
               add 1 to sq-bet-clicks(summary-match)
               exit section
           end-if.
           add 1 to sq-times-run(summary-match).
           if line-extra(1:9) = "best bets"
               add 1 to sq-bet-shown(summary-match)
           else
               if line-count = 0
                   add 1 to sq-zero-runs(summary-match)
               end-if
           end-if.

       list-top-by-runs section.
                   " empty run(s): ",
                   function trim(sq-query(best-index))
               )
               move sq-query(best-index) to rescue-query
               perform assess-rescue
               display function concatenate(
                   "      ", function trim(rescue-note)
               )
               move 0 to sq-zero-runs(best-index)
               add 1 to shown-count
           end-perform.

       list-best-bets section.
           move 0 to bet-queries-listed.
           perform varying summary-index from 1 by 1
               until summary-index > summary-count
               if sq-bet-shown(summary-index) > 0
                   or sq-bet-clicks(summary-index) > 0
                   add 1 to bet-queries-listed
                   move sq-bet-shown(summary-index) to times-display
                   move sq-bet-clicks(summary-index) to bets-display
                   display function concatenate(
                       "  ", function trim(sq-query(summary-index)),
                       ": shown ", function trim(times-display),
                       ", clicked ", function trim(bets-display)
                   )
               end-if
           end-perform.
           if bet-queries-listed = 0
               display "  none shown yet"
           end-if.

       assess-rescue section.
           *> Word by word: a word the index holds needs nothing; a
           *> word it lacks is rescued by an indexed synonym, else by
           *> the nearest indexed spelling. The first word with
           *> neither sinks the query.
           move spaces to rescue-note.
           move 1 to rescue-note-pos.
           move spaces to rescue-missing.
           move spaces to rescue-word.
           move 0 to rescue-word-len.
           move "N" to rescue-excluded.
           move function length(function trim(rescue-query))
               to rescue-len.
           perform varying rescue-pos from 1 by 1
               until rescue-pos > rescue-len
               move rescue-query(rescue-pos:1) to rescue-char
               evaluate true
                   when rescue-char is alphabetic-upper
                       or rescue-char is alphabetic-lower
                       or (rescue-char is numeric
                           and rescue-char not = space)
                       if rescue-word-len < 30
                           add 1 to rescue-word-len
                           move function upper-case(rescue-char)
                               to rescue-word(rescue-word-len:1)
                       end-if
                   when rescue-char = "-" and rescue-word-len = 0
                       move "Y" to rescue-excluded
                   when rescue-char = ":"
                       and function trim(rescue-word) = "TITLE"
                       move spaces to rescue-word
                       move 0 to rescue-word-len
                   when other
                       perform assess-rescue-word
               end-evaluate
           end-perform.
           perform assess-rescue-word.

           evaluate true
               when rescue-missing not = spaces
                   move function concatenate(
                       "no rescue - nothing in the index is close to ",
                       function lower-case(function trim(
                           rescue-missing))
                   ) to rescue-note
               when rescue-note = spaces
                   move function concatenate(
                       "every word is in the index - no page has",
                       " them together"
                   ) to rescue-note
               when other
                   add 1 to queries-rescued
                   move space to rescue-note(rescue-note-pos - 2:1)
                   move function concatenate(
                       "would now find pages with ",
                       function trim(rescue-note)
                   ) to rescue-note
           end-evaluate.

       assess-rescue-word section.
           if rescue-word-len < 2 or rescue-excluded = "Y"
               or rescue-missing not = spaces
               move spaces to rescue-word
               move 0 to rescue-word-len
               move "N" to rescue-excluded
               exit section
           end-if.
           move "suggest" to st-action.
           move rescue-word to st-word.
           move spaces to st-synonyms.
           move spaces to st-changed-by.
           call "search-terms" using search-terms-request
               search-terms-response.
           if st-word-known = "Y"
               move spaces to rescue-word
               move 0 to rescue-word-len
               exit section
           end-if.
           move st-suggestion to rescue-missing.

           move "expand" to st-action.
           move rescue-word to st-word.
           call "search-terms" using search-terms-request
               search-terms-response.
           move "N" to rescue-found.
           perform varying alt-index from 1 by 1
               until alt-index > st-alt-count
               if st-alt-known(alt-index) = "Y"
                   move "Y" to rescue-found
                   if rescue-note-pos < 150
                       string "synonym " delimited by size
                           function lower-case(function trim(
                               rescue-word)) delimited by size
                           " -> " delimited by size
                           function lower-case(function trim(
                               st-alt-word(alt-index)))
                               delimited by size
                           "; " delimited by size
                           into rescue-note
                           with pointer rescue-note-pos
                       end-string
                   end-if
                   exit perform
               end-if
           end-perform.
           if rescue-found = "N" and rescue-missing not = spaces
               move "Y" to rescue-found
               if rescue-note-pos < 150
                   string "spelling " delimited by size
                       function lower-case(function trim(
                           rescue-word)) delimited by size
                       " -> " delimited by size
                       function lower-case(function trim(
                           rescue-missing)) delimited by size
                       "; " delimited by size
                       into rescue-note
                       with pointer rescue-note-pos
                   end-string
               end-if
           end-if.
           if rescue-found = "Y"
               move spaces to rescue-missing
           else
               move rescue-word to rescue-missing
           end-if.
           move spaces to rescue-word.
           move 0 to rescue-word-len.

       display-summary section.
           display function concatenate(
               "search-report: ",
               function trim(lines-read), " logged quer(ies), ",
               function trim(distinct-queries), " distinct; ",
               function trim(queries-rescued),
               " top zero-result quer(ies) would now find something"
           ).

       end program search-report.
