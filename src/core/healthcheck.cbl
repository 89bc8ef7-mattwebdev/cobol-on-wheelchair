       fd  media-reader.
       01  media-reader-record.
           03 hc-mm-id          pic 9(10).
           03 hc-mm-rest        pic x(3114).

       fd  user-reader.
       01  user-reader-record.
           03 hc-mf-user-id     pic 9(10).
           03 hc-mf-rest        pic x(832).

       fd  session-reader.
       01  session-reader-record.
           03 hc-se-session-id  pic x(32).
           03 hc-se-rest        pic x(193).

       fd  content-type-reader.
       01  content-type-reader-record.
