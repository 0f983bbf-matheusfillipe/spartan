       file section.
       fd  batch-out-file.
       copy batchout.
       copy mixout.
       fd  fix-in-file.
       copy fixrec.
       fd  resub-out-file.
       copy resubrec.
       fd  entry-feed-file.
       01 ef-probe-record PIC A(512).
       working-storage section.
       copy parmcall.
       01 ws-out-status PIC X(2).
       01 ws-fix-status PIC X(2).
       01 ws-resub-status PIC X(2).
       01 ws-corrected-count PIC 9(7) value zeros.
       01 ws-accept-count PIC 9(7) value zeros.
       01 ws-still-rejected-count PIC 9(7) value zeros.
       01 ws-held-count PIC 9(7) value zeros.
       01 ws-run-timestamp PIC X(26).
       01 ws-original-key.
           05 ws-original-lin PIC A(99).
           05 ws-original-lsin PIC 9(2).
       procedure division.
       main-line.
           display "RESUBMIT START"
           move function current-date to ws-run-timestamp
           perform set-req-type
           if ws-req-type-entry
               perform check-entry-feed
               " correction(s) applied"
           display "RESUBMIT: " ws-accept-count " accepted, "
               ws-still-rejected-count " still rejected, see RESUBOUT"
           if ws-held-count > 0
               display "RESUBMIT: " ws-held-count
                   " held for supervisor release, see HOLDQ"
           end-if
           if ws-still-rejected-count > 0 and return-code = 0
               move 8 to return-code
           end-if
           if ws-held-count > 0 and return-code = 0
               move 8 to return-code
           end-if
           display "RESUBMIT END"
           stop run.

      *    The ENTRYOUT/HELLOOUT result layouts are identical, so this
      *    one program reworks either batch's rejects - it just needs
      *    to know which request type to stamp on the resubmission.
      *    MIXOUT rows carry their own type and operator, and those
      *    win over RESUBMIT_REQ_TYPE row by row (the ENTRYFEED
      *    guard still keys off RESUBMIT_REQ_TYPE, which defaults to
      *    EN).
           move "RESUBMIT" to pc-program
           move "REQ_TYPE" to pc-name
           move "EN" to pc-default
           perform get-parameter
           move pc-value to ws-req-type-env
           if ws-req-type-env not = spaces
               move ws-req-type-env to ws-req-type
           end-if.

       get-parameter.
      *    Settings come from CYCLPARM - see there. One it refuses
      *    stops the run.
           move "RESUBMIT" to pc-caller
           call "cyclparm" using parm-call
           if return-code not = 0
               display "RESUBMIT: cannot start on these parameters"
               stop run
           end-if.

       check-entry-feed.
      *    Same guard as ENTRYBATCH's: an accepted "EN" resubmission
      *    reaches ENTRY's GET-LOUTPUT, so a missing ENTRYFEED would
      *    here, which is the whole point of not rerunning the batch.
           if bo-status-rejected
               add 1 to ws-rejected-count
               move bo-lin to ws-original-lin
               move bo-lsin to ws-original-lsin
               perform apply-correction
               perform resubmit-through-router
               move mix-out-record to resub-result-record
               move ws-original-key to rr-original-key
               move ws-run-timestamp to rr-resubmit-time
               write resub-result-record
               if ws-resub-status not = "00"
                   display "RESUBMIT: cannot write RESUBOUT, status "
                       ws-resub-status
      *    guards (and activity-log row) as any other request, so a
      *    bad correction cannot sneak past the checks that bounced
      *    the row in the first place.
           if mo-req-type not = spaces
               move mo-req-type to cmn-req-type
           else
               move ws-req-type to cmn-req-type
           end-if
           move bo-lin to cmn-lin
           move bo-lsin to cmn-lsin
           move spaces to cmn-loutput
           move zeros to cmn-lsout
           move mo-operator-id to cmn-operator-id
           move spaces to cmn-release-by
      *    RETURN-CODE doubles as this job's own final code and as
      *    ROUTER's per-call verdict - save the job's value around the
      *    call so one row's rejection (or an earlier write failure's
      *        fail the same way. Stop at the first bad pair.
               perform abend-feed-mismatch
           end-if
           evaluate true
               when ws-router-return-code = 30
      *            The correction is parked in HOLDQ for a supervisor
      *            - see HOLDREL.
                   set bo-status-held to true
                   move spaces to bo-loutput
                   move zeros to bo-lsout
                   add 1 to ws-held-count
                   display "RESUBMIT: rejected row " ws-rejected-count
                       " held by ROUTER for supervisor release"
               when ws-router-return-code not = 0
                   set bo-status-rejected to true
                   move spaces to bo-loutput
                   move zeros to bo-lsout
                   add 1 to ws-still-rejected-count
                   display "RESUBMIT: rejected row " ws-rejected-count
                       " rejected again, return-code "
                       ws-router-return-code
               when other
                   set bo-status-ok to true
                   move cmn-loutput to bo-loutput
                   move cmn-lsout to bo-lsout
                   add 1 to ws-accept-count
           end-evaluate.

       abend-feed-mismatch.
           display "RESUBMIT: ENTRYFEED mispaired or exhausted at "
