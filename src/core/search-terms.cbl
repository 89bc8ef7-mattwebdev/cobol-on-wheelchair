       identification division.
       program-id. search-terms.

       environment division.
       input-output section.
       file-control.
      *> The synonym dictionary editors keep from the admin screen -
      *> one row per headword, its synonyms as a space-separated list
      *> of index-shaped words.
           select synonym-master
               assign to "data/search-synonyms.dat"
               organization is indexed
               access mode is dynamic
               record key is sy-word
               file status is synonym-file-status.

      *> The term index build-search-index.cbl and the save path
      *> maintain - read here by its word key only, for which words
      *> exist and how often.
           select search-index
               assign to "data/search-index.dat"
               organization is indexed
               access mode is dynamic
               record key is six-key
               alternate record key is six-word with duplicates
               file status is search-index-status.

       data division.
       file section.
       fd  synonym-master.
       01  synonym-record.
           03 sy-word           pic x(30).
           03 sy-synonyms       pic x(200).
           03 sy-set-by         pic x(50).
           03 sy-set-stamp      pic x(14).

       fd  search-index.
       01  search-index-record.
           03 six-key.
               05 six-content-id pic 9(10).
               05 six-seq        pic 9(6).
           03 six-word          pic x(30).
           03 six-field         pic x(1).
           03 six-position      pic 9(6).
           03 six-source        pic x(1).

       working-storage section.
       01 synonym-file-status  pic xx.
       01 search-index-status  pic xx.
       01 index-open           pic x(1).
       01 terms-timestamp      pic x(21).

      *> Word splitting under the indexers' rules - letters and
      *> digits, upper-cased, at least two characters.
       01 split-source         pic x(200).
       01 split-words.
           03 split-count       pic 99 usage comp-5.
           03 split-word occurs 8 times pic x(30).
       01 split-pos            pic 9(4) usage comp-5.
       01 split-len            pic 9(4) usage comp-5.
       01 split-char           pic x(1).
       01 split-token          pic x(30).
       01 split-token-len      pic 99 usage comp-5.
       01 split-index          pic 99 usage comp-5.
       01 alt-index            pic 99 usage comp-5.
       01 alt-seen             pic x(1).
       01 alt-candidate        pic x(30).
       01 normalized-list      pic x(200).
       01 list-pos             pic 9(4) usage comp-5.

      *> Closest-word search - optimal string alignment distance
      *> (edits, with a swapped pair as one edit) between the asked
      *> word and every distinct word in the index.
       01 dist-table.
           03 dist-row occurs 31 times.
               05 dist-cell occurs 31 times pic 99 usage comp-5.
       01 word-a               pic x(30).
       01 word-b               pic x(30).
       01 len-a                pic 99 usage comp-5.
       01 len-b                pic 99 usage comp-5.
       01 pos-a                pic 99 usage comp-5.
       01 pos-b                pic 99 usage comp-5.
       01 edit-cost            pic 9 usage comp-5.
       01 cell-best            pic 99 usage comp-5.
       01 word-distance        pic 99 usage comp-5.
       01 distance-limit       pic 9 usage comp-5.
       01 best-distance        pic 99 usage comp-5.
       01 best-postings        pic 9(6) usage comp-5.
       01 word-postings        pic 9(6) usage comp-5.
       01 current-word         pic x(30).
       01 length-gap           pic 99 usage comp-5.

       linkage section.
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

      *> Query-time help for the search box. Words are index-shaped:
      *> letters and digits, upper-cased. Actions:
      *>   expand  - the synonyms of st-word, both ways round: the
      *>             headword's own list, plus every headword whose
      *>             list names st-word. st-alt-known says which of
      *>             them the index actually holds.
      *>   suggest - st-word-known "Y" when the index holds st-word;
      *>             otherwise st-suggestion is the indexed word
      *>             fewest edits away (one edit for words of up to
      *>             four letters, two beyond), the most used word
      *>             winning a tie - spaces when nothing is that close
      *>   set     - store st-synonyms (words split on anything that
      *>             is not a letter or digit) for st-word; a blank
      *>             list removes the headword
      *>   delete  - remove the headword st-word
       procedure division using search-terms-request
           search-terms-response.

       move "N" to st-success.
       move spaces to st-message.
       move "N" to st-word-known.
       move spaces to st-suggestion.
       move 0 to st-alt-count.
       move function upper-case(st-word) to st-word.

       evaluate st-action
           when "expand"
               perform handle-expand
           when "suggest"
               perform handle-suggest
           when "set"
               perform handle-set-synonyms
           when "delete"
               perform handle-delete-synonyms
           when other
               move "Invalid search terms action" to st-message
       end-evaluate.

       goback.

       handle-expand section.
           move "Y" to st-success.
           move "Synonyms retrieved" to st-message.
           if st-word = spaces
               exit section
           end-if.
           open input synonym-master.
           if synonym-file-status not = "00"
               exit section
           end-if.
           perform until synonym-file-status not = "00"
               read synonym-master next record
                   at end move "10" to synonym-file-status
                   not at end
                       perform expand-from-one-row
               end-read
           end-perform.
           close synonym-master.

           perform open-index.
           perform varying alt-index from 1 by 1
               until alt-index > st-alt-count
               move st-alt-word(alt-index) to current-word
               perform check-word-indexed
               move st-word-known to st-alt-known(alt-index)
           end-perform.
           move "N" to st-word-known.
           perform close-index.

       expand-from-one-row section.
           move sy-synonyms to split-source.
           perform split-into-words.
           if sy-word = st-word
               perform varying split-index from 1 by 1
                   until split-index > split-count
                   move split-word(split-index) to alt-candidate
                   perform add-alternative
               end-perform
               exit section
           end-if.
           perform varying split-index from 1 by 1
               until split-index > split-count
               if split-word(split-index) = st-word
                   move sy-word to alt-candidate
                   perform add-alternative
                   exit perform
               end-if
           end-perform.

       add-alternative section.
           if alt-candidate = spaces or alt-candidate = st-word
               exit section
           end-if.
           move "N" to alt-seen.
           perform varying alt-index from 1 by 1
               until alt-index > st-alt-count
               if st-alt-word(alt-index) = alt-candidate
                   move "Y" to alt-seen
                   exit perform
               end-if
           end-perform.
           if alt-seen = "N" and st-alt-count < 8
               add 1 to st-alt-count
               move alt-candidate to st-alt-word(st-alt-count)
               move "N" to st-alt-known(st-alt-count)
           end-if.

       handle-suggest section.
           move "Y" to st-success.
           if st-word = spaces
               exit section
           end-if.
           perform open-index.
           if index-open = "N"
               move "The search index has not been built" to st-message
               exit section
           end-if.
           move st-word to current-word.
           perform check-word-indexed.
           if st-word-known = "Y"
               move "The word is in the index" to st-message
               perform close-index
               exit section
           end-if.
           perform find-closest-word.
           perform close-index.
           if st-suggestion = spaces
               move "Nothing in the index is close" to st-message
           else
               move "Suggestion found" to st-message
           end-if.

       find-closest-word section.
           *> One start past each distinct word rather than a read of
           *> every posting - only words close enough to win have
           *> their postings counted, for the tie-break.
           move st-word to word-a.
           move function length(function trim(st-word)) to len-a.
           if len-a <= 4
               move 1 to distance-limit
           else
               move 2 to distance-limit
           end-if.
           move 99 to best-distance.
           move 0 to best-postings.

           move spaces to six-word.
           start search-index key is greater than six-word
               invalid key move "10" to search-index-status
           end-start.
           if search-index-status = "00"
               read search-index next record
                   at end move "10" to search-index-status
               end-read
           end-if.
           perform until search-index-status not = "00"
               perform weigh-one-index-word
           end-perform.

       weigh-one-index-word section.
           *> Leaves the next distinct word in the record area, or
           *> search-index-status past the end.
           move six-word to current-word.
           move current-word to word-b.
           move function length(function trim(current-word))
               to len-b.
           if len-a > len-b
               compute length-gap = len-a - len-b
           else
               compute length-gap = len-b - len-a
           end-if.
           move 99 to word-distance.
           if length-gap <= distance-limit
               perform compute-word-distance
           end-if.

           if word-distance > distance-limit
               or word-distance > best-distance
               start search-index key is greater than six-word
                   invalid key move "10" to search-index-status
               end-start
               if search-index-status = "00"
                   read search-index next record
                       at end move "10" to search-index-status
                   end-read
               end-if
               exit section
           end-if.

           move 0 to word-postings.
           perform until search-index-status not = "00"
               or six-word not = current-word
               add 1 to word-postings
               read search-index next record
                   at end move "10" to search-index-status
               end-read
           end-perform.
           if word-distance < best-distance
               or word-postings > best-postings
               move word-distance to best-distance
               move word-postings to best-postings
               move current-word to st-suggestion
           end-if.

       compute-word-distance section.
           *> dist-cell(i + 1, j + 1) is the distance between the
           *> first i letters of word-a and the first j of word-b.
           perform varying pos-a from 0 by 1 until pos-a > len-a
               move pos-a to dist-cell(pos-a + 1, 1)
           end-perform.
           perform varying pos-b from 0 by 1 until pos-b > len-b
               move pos-b to dist-cell(1, pos-b + 1)
           end-perform.
           perform varying pos-a from 1 by 1 until pos-a > len-a
               perform varying pos-b from 1 by 1 until pos-b > len-b
                   perform fill-one-distance-cell
               end-perform
           end-perform.
           move dist-cell(len-a + 1, len-b + 1) to word-distance.

       fill-one-distance-cell section.
           if word-a(pos-a:1) = word-b(pos-b:1)
               move 0 to edit-cost
           else
               move 1 to edit-cost
           end-if.
           compute cell-best = dist-cell(pos-a, pos-b + 1) + 1.
           if dist-cell(pos-a + 1, pos-b) + 1 < cell-best
               compute cell-best = dist-cell(pos-a + 1, pos-b) + 1
           end-if.
           if dist-cell(pos-a, pos-b) + edit-cost < cell-best
               compute cell-best = dist-cell(pos-a, pos-b) + edit-cost
           end-if.
           if pos-a > 1 and pos-b > 1
               and word-a(pos-a:1) = word-b(pos-b - 1:1)
               and word-a(pos-a - 1:1) = word-b(pos-b:1)
               and dist-cell(pos-a - 1, pos-b - 1) + 1 < cell-best
               compute cell-best = dist-cell(pos-a - 1, pos-b - 1) + 1
           end-if.
           move cell-best to dist-cell(pos-a + 1, pos-b + 1).

       open-index section.
           move "N" to index-open.
           open input search-index.
           if search-index-status = "00"
               move "Y" to index-open
           end-if.

       close-index section.
           if index-open = "Y"
               close search-index
               move "N" to index-open
           end-if.

       check-word-indexed section.
           *> st-word-known for current-word.
           move "N" to st-word-known.
           if index-open = "N"
               exit section
           end-if.
           move current-word to six-word.
           start search-index key is equal to six-word
               invalid key
                   continue
               not invalid key
                   move "Y" to st-word-known
           end-start.

       split-into-words section.
           *> split-source into split-word(1..split-count).
           move 0 to split-count.
           move spaces to split-token.
           move 0 to split-token-len.
           move function length(function trim(split-source, trailing))
               to split-len.
           perform varying split-pos from 1 by 1
               until split-pos > split-len
               move split-source(split-pos:1) to split-char
               if split-char is alphabetic-upper
                   or split-char is alphabetic-lower
                   or (split-char is numeric and split-char not = space)
                   if split-token-len < 30
                       add 1 to split-token-len
                       move function upper-case(split-char)
                           to split-token(split-token-len:1)
                   end-if
               else
                   perform end-split-token
               end-if
           end-perform.
           perform end-split-token.

       end-split-token section.
           if split-token-len >= 2 and split-count < 8
               add 1 to split-count
               move split-token to split-word(split-count)
           end-if.
           move spaces to split-token.
           move 0 to split-token-len.

       handle-set-synonyms section.
           move st-word to split-source.
           perform split-into-words.
           if split-count not = 1
               move "The headword must be a single word" to st-message
               exit section
           end-if.
           move split-word(1) to st-word.
           move st-synonyms to split-source.
           perform split-into-words.
           if split-count = 0
               perform handle-delete-synonyms
               exit section
           end-if.

           move spaces to normalized-list.
           move 1 to list-pos.
           perform varying split-index from 1 by 1
               until split-index > split-count
               if split-word(split-index) not = st-word
                   string function trim(split-word(split-index))
                       delimited by size
                       " " delimited by size
                       into normalized-list
                       with pointer list-pos
                   end-string
               end-if
           end-perform.
           if normalized-list = spaces
               move "A word cannot be its own synonym" to st-message
               exit section
           end-if.

           perform open-synonym-store.
           if synonym-file-status not = "00"
               move "The synonym store could not be opened"
                   to st-message
               exit section
           end-if.
           move st-word to sy-word.
           move normalized-list to sy-synonyms.
           move st-changed-by to sy-set-by.
           move function current-date to terms-timestamp.
           move terms-timestamp(1:14) to sy-set-stamp.
           write synonym-record
               invalid key
                   rewrite synonym-record
           end-write.
           close synonym-master.
           move "Y" to st-success.
           move function concatenate(
               "Synonyms for ", function trim(st-word), " saved: ",
               function trim(normalized-list)
           ) to st-message.

       handle-delete-synonyms section.
           perform open-synonym-store.
           if synonym-file-status not = "00"
               move "The synonym store could not be opened"
                   to st-message
               exit section
           end-if.
           move st-word to sy-word.
           delete synonym-master record
               invalid key
                   move "That word has no synonyms" to st-message
               not invalid key
                   move "Y" to st-success
                   move function concatenate(
                       "Synonyms for ", function trim(st-word),
                       " removed"
                   ) to st-message
           end-delete.
           close synonym-master.

       open-synonym-store section.
           open i-o synonym-master.
           if synonym-file-status = "35"
               open output synonym-master
               close synonym-master
               open i-o synonym-master
           end-if.

       end program search-terms.
