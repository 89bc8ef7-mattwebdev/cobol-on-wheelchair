           03 mm-width            pic 9(5).
           03 mm-height           pic 9(5).
           03 mm-site-id          pic x(20).
           03 mm-licence          pic x(100).
           03 mm-credit           pic x(150).
           03 mm-source           pic x(255).
           03 mm-rights-expiry    pic x(10).

       fd  user-master.
       01  user-master-record.
           03 mf-password-changed pic x(8).
           03 mf-bio            pic x(500).
           03 mf-photo-media-id pic 9(10).
           03 mf-last-login     pic x(14).

       fd  extract-file.
       01  extract-line         pic x(3000).
       01 count-display        pic z(7)9.
       01 hash-display         pic z(14)9.

      *> business-date.cbl's LINKAGE shape with local names - the
      *> batch notion of "today", so a missed night can be run
      *> afterwards as the night it was meant to be.
       01 business-date-request.
           03 bd-action         pic x(10).
           03 bd-date-in        pic x(8).
           03 bd-set-by         pic x(50).

       01 business-date-response.
           03 bd-success        pic x(1).
           03 bd-message        pic x(200).
           03 bd-date           pic x(8).
           03 bd-date-iso       pic x(10).
           03 bd-source         pic x(10).

       01 report-counts.
           03 content-extracted pic 9(6) value 0.
           03 media-extracted   pic 9(6) value 0.
      *> and the control totals still frame it.
       procedure division.

      *> The run date in the headers and the checkpoint is the
      *> business date, so a replayed night's extract carries the
      *> night it belongs to and the next one follows on from it.
       move "get" to bd-action.
       move spaces to bd-date-in.
       move spaces to bd-set-by.
       call "business-date" using business-date-request
           business-date-response.
       move bd-date to today-stamp.
       display function concatenate(
           "extract-delta: business date ", bd-date-iso
       ).
       perform load-checkpoint.

       perform extract-content-delta.
