       identification division.
       program-id. business-date.

       environment division.
       input-output section.
       file-control.
      *> The business date lives in run-control beside the job rows,
      *> under a "$" name no job can carry - the same convention the
      *> scheduler's own nightly-schedule row uses.
           select run-control
               assign to "data/run-control.dat"
               organization is indexed
               access mode is dynamic
               record key is rc-job-name
               file status is run-control-status.

       data division.
       file section.
       fd  run-control.
       01  run-control-record.
           03 rc-job-name       pic x(30).
           03 rc-status         pic x(10).
           03 rc-start-time     pic x(21).
           03 rc-end-time       pic x(21).
           03 rc-return-code    pic s9(4).
           03 rc-result-note    pic x(200).

       working-storage section.
       01 run-control-status   pic xx.
       01 business-date-key    pic x(30) value "$business-date".
       01 night-control-key    pic x(30) value "$nightly-schedule".
       01 night-in-progress    pic x(1).
       01 clock-date           pic x(8).
       01 held-date            pic x(8).
       01 next-date-number     pic 9(8).
       01 changed-stamp        pic x(21).

       linkage section.
       01 business-date-request.
           03 action           pic x(10).
           03 date-in          pic x(8).
           03 set-by           pic x(50).

       01 business-date-response.
           03 success          pic x(1).
           03 resp-message     pic x(200).
           03 business-date    pic x(8).
           03 business-date-iso pic x(10).
           03 date-source      pic x(10).

      *> The batch notion of "today". Every scheduled job asks here
      *> instead of reading the wall clock, so a night the server
      *> missed can be run afterwards as the night it was meant to
      *> be. "get" answers the held date, or the clock date with
      *> source "clock" while none has been set; "set" is the
      *> operator (or the scheduler on an operator's say-so) fixing
      *> the date to replay; "advance" moves it on one day and is
      *> only ever the scheduler's last step after a complete night.
       procedure division using business-date-request
           business-date-response.

       move "N" to success of business-date-response.
       move spaces to resp-message of business-date-response.
       move function current-date(1:8) to clock-date.

       evaluate action of business-date-request
           when "get"
               perform handle-get-date
           when "set"
               perform handle-set-date
           when "advance"
               perform handle-advance-date
           when other
               move "Invalid business date action"
                   to resp-message of business-date-response
       end-evaluate.

       goback.

       handle-get-date section.
           move clock-date to held-date.
           move "clock" to date-source of business-date-response.
           open input run-control.
           if run-control-status = "00"
               move business-date-key to rc-job-name
               read run-control
                   invalid key
                       continue
                   not invalid key
                       if rc-start-time(1:8) is numeric
                           move rc-start-time(1:8) to held-date
                           move "control"
                               to date-source of business-date-response
                       end-if
               end-read
               close run-control
           end-if.
           move spaces to run-control-status.
           perform answer-held-date.
           move "Business date retrieved"
               to resp-message of business-date-response.

       handle-set-date section.
           *> An operator may step back to replay missed nights, but
           *> never forward past the clock - a day that has not
           *> happened yet has nothing to process.
           if date-in of business-date-request not numeric
               move "The business date must be given as YYYYMMDD"
                   to resp-message of business-date-response
               exit section
           end-if.
           if function test-date-yyyymmdd(
               function numval(date-in of business-date-request))
               not = 0
               move function concatenate(
                   date-in of business-date-request,
                   " is not a valid calendar date"
               ) to resp-message of business-date-response
               exit section
           end-if.
           if date-in of business-date-request > clock-date
               move function concatenate(
                   "The business date cannot be later than today (",
                   clock-date, ")"
               ) to resp-message of business-date-response
               exit section
           end-if.
           *> Changing the date under a running night would give
           *> its remaining jobs a different "today" from the first.
           move "N" to night-in-progress.
           open input run-control.
           if run-control-status = "00"
               move night-control-key to rc-job-name
               read run-control
                   invalid key
                       continue
                   not invalid key
                       if rc-status = "running"
                           move "Y" to night-in-progress
                       end-if
               end-read
               close run-control
           end-if.
           move spaces to run-control-status.
           if night-in-progress = "Y"
               move function concatenate(
                   "The nightly schedule is marked running - the ",
                   "business date cannot change under it"
               ) to resp-message of business-date-response
               exit section
           end-if.
           move date-in of business-date-request to held-date.
           perform save-held-date.
           if success of business-date-response = "Y"
               move function concatenate(
                   "Business date set to ",
                   business-date-iso of business-date-response
               ) to resp-message of business-date-response
           end-if.

       handle-advance-date section.
           perform handle-get-date.
           compute next-date-number = function date-of-integer(
               function integer-of-date(
                   function numval(held-date)) + 1).
           move next-date-number to held-date.
           perform save-held-date.
           if success of business-date-response = "Y"
               move function concatenate(
                   "Business date advanced to ",
                   business-date-iso of business-date-response
               ) to resp-message of business-date-response
           end-if.

       save-held-date section.
           move "N" to success of business-date-response.
           open i-o run-control.
           if run-control-status = "35"
               open output run-control
               close run-control
               open i-o run-control
           end-if.
           if run-control-status not = "00"
               move "The run-control store could not be opened"
                   to resp-message of business-date-response
               exit section
           end-if.
           move function current-date to changed-stamp.
           move business-date-key to rc-job-name.
           move "current" to rc-status.
           move spaces to rc-start-time.
           move held-date to rc-start-time(1:8).
           move changed-stamp to rc-end-time.
           move 0 to rc-return-code.
           if action of business-date-request = "advance"
               move function concatenate(
                   held-date, " - advanced by ",
                   function trim(set-by of business-date-request),
                   " at ", changed-stamp(1:8), " ",
                   changed-stamp(9:6)
               ) to rc-result-note
           else
               move function concatenate(
                   held-date, " - set by ",
                   function trim(set-by of business-date-request),
                   " at ", changed-stamp(1:8), " ",
                   changed-stamp(9:6)
               ) to rc-result-note
           end-if.
           write run-control-record
               invalid key
                   rewrite run-control-record
           end-write.
           close run-control.
           move spaces to run-control-status.
           move "control" to date-source of business-date-response.
           perform answer-held-date.

       answer-held-date section.
           move "Y" to success of business-date-response.
           move held-date to business-date of business-date-response.
           move function concatenate(
               held-date(1:4), "-", held-date(5:2), "-",
               held-date(7:2)
           ) to business-date-iso of business-date-response.

       end program business-date.
