           03 mm-width            pic 9(5).
           03 mm-height           pic 9(5).
           03 mm-site-id          pic x(20).
           03 mm-licence          pic x(100).
           03 mm-credit           pic x(150).
           03 mm-source           pic x(255).
           03 mm-rights-expiry    pic x(10).

       working-storage section.
       01 media-master-status  pic xx.
