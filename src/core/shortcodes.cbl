           03 filler            pic x(114).
           03 ml-width          pic 9(5).
           03 ml-height         pic 9(5).
           03 filler            pic x(120).
           03 ml-credit         pic x(150).
           03 filler            pic x(265).

       fd  content-tag-xref.
       01  content-tag-record.
       expand-media-token section.
           *> [[media:17]] - the stored upload, thumbnail first when
           *> one exists, linking to the full file, with the stored
           *> alt text, and the rights holder's credit under it when
           *> one is recorded. A missing or deleted row renders as
           *> nothing.
           if function trim(token-name) not numeric
               exit section
           end-if.
                   function trim(dimension-attrs), ">"
               ) to markup-line
           end-if.
           if ml-credit not = spaces
               move ml-credit to esc-source
               perform escape-html-value
               move function concatenate(
                   "<figure class='media'>", function trim(markup-line),
                   "<figcaption class='media-credit'>",
                   function trim(esc-value), "</figcaption></figure>"
               ) to markup-line
           end-if.
           perform append-markup-line.

       expand-recent-token section.
