           03 mf-password-hash  pic x(64).
           03 mf-role           pic x(20).
           03 mf-acct-status    pic x(10).
           03 filler            pic x(588).

       working-storage section.
       01 notification-status  pic xx.
