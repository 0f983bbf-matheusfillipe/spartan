       identification division.
       program-id. mixbatch.
       author. matheus.
       date-written. October 15th 2026
       environment division.
       configuration section.
       input-output section.
       file-control.
      *    One batch driver for every request type: each MIXIN row
      *    says what it is, and ROUTER dispatches it by that type -
      *    so an upstream system no longer splits its work into
      *    ENTRYIN and HELLOIN, and a type added to LSINRNG/LINPATRN
      *    (and ROUTER's dispatch) needs no batch program of its own.
      *    Checkpoint and ENTRYFEED resume work exactly as in
      *    ENTRYBATCH; only EN rows consume feed rows.
           select mix-in-file assign to "MIXIN"
               organization is line sequential
               file status is ws-in-status.
           select mix-out-file assign to "MIXOUT"
               organization is line sequential
               file status is ws-out-status.
           select checkpoint-file assign to "MIXCKPT"
               organization is line sequential
               file status is ws-ckpt-status.
           select entry-feed-file assign to "ENTRYFEED"
               organization is line sequential
               file status is ws-feed-status.
           select control-totals-file assign to "MIXCTL"
               organization is line sequential
               file status is ws-ctl-status.
       data division.
       file section.
       fd  mix-in-file.
       copy mixin.
       fd  mix-out-file.
       copy mixout.
       fd  checkpoint-file.
       copy chkptrec.
       fd  entry-feed-file.
       01 ef-probe-record PIC A(512).
       fd  control-totals-file.
       01 ctl-line PIC X(80).
       working-storage section.
       copy parmcall.
       01 ws-in-status PIC X(2).
       01 ws-out-status PIC X(2).
       01 ws-ckpt-status PIC X(2).
       01 ws-feed-status PIC X(2).
       01 ws-ctl-status PIC X(2).
       01 ws-eof-flag PIC X value "N".
           88 ws-eof value "Y".
       copy cmnreq.
       01 ws-record-number PIC 9(9) value zeros.
       01 ws-restart-point PIC 9(9) value zeros.
       01 ws-checkpoint-interval PIC 9(5) value zeros.
       01 ws-checkpoint-interval-env PIC X(5).
       01 ws-router-return-code PIC 9(3) value zeros.
       01 ws-saved-return-code PIC 9(3) value zeros.
       01 ws-read-count PIC 9(7) value zeros.
       01 ws-skip-count PIC 9(7) value zeros.
       01 ws-accept-count PIC 9(7) value zeros.
       01 ws-reject-count PIC 9(7) value zeros.
       01 ws-held-count PIC 9(7) value zeros.
       01 ws-lsin-total PIC 9(9) value zeros.
       01 ws-balance-count PIC 9(7).
       01 ws-ctl-detail PIC X(80).
       01 ws-entry-row-count PIC 9(7) value zeros.
      *    See ENTRYBATCH - the key of the last EN row that consumed
      *    an ENTRYFEED row, carried in the checkpoint so a restart
      *    hands ENTRY a verified resume point.
       01 ws-feed-last-key.
           05 ws-feed-last-lin PIC A(99).
           05 ws-feed-last-lsin PIC 9(2).
      *    Control totals by request type, in order of first
      *    appearance. Sized like ROUTER's own reference tables - a
      *    type ROUTER cannot hold a range or pattern row for cannot
      *    be accepted anyway.
       01 ws-type-table.
           05 ws-type-entry occurs 20 times.
               10 ws-type-req-type PIC X(2).
               10 ws-type-read PIC 9(7).
               10 ws-type-skipped PIC 9(7).
               10 ws-type-accepted PIC 9(7).
               10 ws-type-rejected PIC 9(7).
               10 ws-type-held PIC 9(7).
               10 ws-type-lsin-total PIC 9(9).
       01 ws-type-count PIC 9(3) value zeros.
       01 ws-type-idx PIC 9(3).
       01 ws-match-idx PIC 9(3).
       01 ws-type-found-flag PIC X.
           88 ws-type-found value "Y".
       01 ws-type-full-flag PIC X value "N".
           88 ws-type-full value "Y".
       procedure division.
       main-line.
           display "MIXBATCH START"
           perform set-checkpoint-interval
           perform count-entry-rows
           if ws-entry-row-count > 0
               perform check-entry-feed
           end-if
           perform load-checkpoint
           perform set-entry-feed-resume
           open input mix-in-file
           if ws-in-status not = "00"
               display "MIXBATCH: cannot open MIXIN, status "
                   ws-in-status
               move 16 to return-code
               stop run
           end-if
           if ws-restart-point > 0
               open extend mix-out-file
               display "MIXBATCH resuming after record "
                   ws-restart-point
           else
               open output mix-out-file
           end-if
           if ws-out-status not = "00"
               display "MIXBATCH: cannot open MIXOUT, status "
                   ws-out-status
               close mix-in-file
               move 16 to return-code
               stop run
           end-if
           move "N" to ws-eof-flag
           perform until ws-eof
               read mix-in-file
                   at end move "Y" to ws-eof-flag
                   not at end perform process-one-record
               end-read
           end-perform
           close mix-in-file
           close mix-out-file
           perform clear-checkpoint
           perform write-control-totals
           if ws-reject-count > 0
               display "MIXBATCH: " ws-reject-count
                   " record(s) rejected by ROUTER, see MIXOUT "
                   "status column"
               if return-code = 0
                   move 8 to return-code
               end-if
           end-if
           if ws-held-count > 0
               display "MIXBATCH: " ws-held-count
                   " record(s) held for supervisor release, see "
                   "HOLDQ"
               if return-code = 0
                   move 8 to return-code
               end-if
           end-if
           display "MIXBATCH END"
           stop run.

       set-checkpoint-interval.
           move "MIXBATCH" to pc-program
           move "CKPT_INTERVAL" to pc-name
           move "50" to pc-default
           perform get-parameter
           move pc-value to ws-checkpoint-interval-env
           move ws-checkpoint-interval-env to ws-checkpoint-interval
           if ws-checkpoint-interval = zeros
               move 50 to ws-checkpoint-interval
           end-if.

       get-parameter.
      *    Settings come from CYCLPARM - see there. One it refuses
      *    stops the run.
           move "MIXBATCH" to pc-caller
           call "cyclparm" using parm-call
           if return-code not = 0
               display "MIXBATCH: cannot start on these parameters"
               stop run
           end-if.

       count-entry-rows.
      *    ENTRYFEED is only needed when the file carries EN work - a
      *    file of HC rows alone must not fail for want of a feed it
      *    would never read. One pass up front settles it before any
      *    row is dispatched.
           open input mix-in-file
           if ws-in-status = "00"
               move "N" to ws-eof-flag
               perform until ws-eof
                   read mix-in-file
                       at end move "Y" to ws-eof-flag
                       not at end
                           if mx-req-type = "EN"
                               add 1 to ws-entry-row-count
                           end-if
                   end-read
               end-perform
               close mix-in-file
           end-if.

       check-entry-feed.
      *    Same fail-fast as ENTRYBATCH: without ENTRYFEED, ENTRY's
      *    GET-LOUTPUT falls back to ACCEPT and either blanks every
      *    EN row or hangs an unattended run on the first one.
           open input entry-feed-file
           if ws-feed-status = "00"
               close entry-feed-file
           else
               display "MIXBATCH: MIXIN carries " ws-entry-row-count
                   " EN row(s) but cannot open ENTRYFEED, status "
                   ws-feed-status
               move 16 to return-code
               stop run
           end-if.

       load-checkpoint.
           open input checkpoint-file
           if ws-ckpt-status = "00"
               read checkpoint-file
                   at end
                       move zeros to ws-restart-point
                       move spaces to ws-feed-last-key
                   not at end
                       move ckpt-record-number to ws-restart-point
                       move ckpt-feed-key to ws-feed-last-key
               end-read
               close checkpoint-file
           else
               move zeros to ws-restart-point
               move spaces to ws-feed-last-key
           end-if.

       set-entry-feed-resume.
      *    See ENTRYBATCH - spaces on a fresh run tells ENTRY to start
      *    at the top of ENTRYFEED.
           display "ENTRYFEED_RESUME_KEY" upon environment-name
           display ws-feed-last-key upon environment-value.

       process-one-record.
           add 1 to ws-record-number
           add 1 to ws-read-count
           perform find-type-entry
      *    Totals cover every row read, restart-skipped ones included,
      *    so MIXCTL balances against the whole MIXIN file.
           add mx-lsin to ws-lsin-total
           if ws-type-found
               add 1 to ws-type-read(ws-type-idx)
               add mx-lsin to ws-type-lsin-total(ws-type-idx)
           end-if
           if ws-record-number > ws-restart-point
               perform dispatch-one-record
               if function mod(ws-record-number ws-checkpoint-interval)
                       = 0
                   perform write-checkpoint
               end-if
           else
               add 1 to ws-skip-count
               if ws-type-found
                   add 1 to ws-type-skipped(ws-type-idx)
               end-if
           end-if.

       find-type-entry.
           move "N" to ws-type-found-flag
           perform varying ws-type-idx from 1 by 1
                   until ws-type-idx > ws-type-count
               if ws-type-req-type(ws-type-idx) = mx-req-type
                   set ws-type-found to true
                   move ws-type-idx to ws-match-idx
                   move ws-type-count to ws-type-idx
               end-if
           end-perform
           if ws-type-found
               move ws-match-idx to ws-type-idx
           else
               if ws-type-count >= 20
                   if not ws-type-full
                       set ws-type-full to true
                       display "MIXBATCH: more than 20 request types "
                           "in MIXIN, later types count in the "
                           "overall totals only"
                   end-if
               else
                   add 1 to ws-type-count
                   move ws-type-count to ws-type-idx
                   move mx-req-type to ws-type-req-type(ws-type-idx)
                   move zeros to ws-type-read(ws-type-idx)
                   move zeros to ws-type-skipped(ws-type-idx)
                   move zeros to ws-type-accepted(ws-type-idx)
                   move zeros to ws-type-rejected(ws-type-idx)
                   move zeros to ws-type-held(ws-type-idx)
                   move zeros to ws-type-lsin-total(ws-type-idx)
                   set ws-type-found to true
               end-if
           end-if.

       dispatch-one-record.
      *    The row's own type goes to ROUTER unchanged - an unknown
      *    type is ROUTER's to refuse (return-code 99), and comes back
      *    as an ER row like any other rejection.
           move mx-req-type to cmn-req-type
           move mx-lin to cmn-lin
           move mx-lsin to cmn-lsin
           move spaces to cmn-loutput
           move zeros to cmn-lsout
           move mx-operator-id to cmn-operator-id
           move spaces to cmn-release-by
      *    See ENTRYBATCH - save and reset RETURN-CODE around the
      *    call so one row's verdict never bleeds into the next.
           move return-code to ws-saved-return-code
           move zeros to return-code
           call "router" using cmn-request
           move return-code to ws-router-return-code
           move ws-saved-return-code to return-code
           move cmn-lin(1:99) to mo-lin
           move mx-lsin to mo-lsin
           move mx-req-type to mo-req-type
           move mx-operator-id to mo-operator-id
           move spaces to mo-reason
           if ws-router-return-code = 36
               perform abend-feed-mismatch
           end-if
           evaluate true
               when ws-router-return-code = 30
      *            Parked in HOLDQ for a supervisor - see HOLDREL.
                   set mo-status-held to true
                   move spaces to mo-loutput
                   move zeros to mo-lsout
                   add 1 to ws-held-count
                   if ws-type-found
                       add 1 to ws-type-held(ws-type-idx)
                   end-if
                   display "MIXBATCH: record " ws-record-number
                       " (" mx-req-type ") held by ROUTER for "
                       "supervisor release"
               when ws-router-return-code not = 0
                   set mo-status-rejected to true
                   move spaces to mo-loutput
                   move zeros to mo-lsout
                   add 1 to ws-reject-count
                   if ws-type-found
                       add 1 to ws-type-rejected(ws-type-idx)
                   end-if
                   display "MIXBATCH: record " ws-record-number
                       " (" mx-req-type ") rejected by ROUTER, "
                       "return-code " ws-router-return-code
               when other
                   set mo-status-ok to true
                   move cmn-loutput to mo-loutput
                   move cmn-lsout to mo-lsout
                   add 1 to ws-accept-count
                   if ws-type-found
                       add 1 to ws-type-accepted(ws-type-idx)
                   end-if
      *            Only an accepted EN row reaches ENTRY's
      *            GET-LOUTPUT, so only it moves the feed resume key.
                   if mx-req-type = "EN"
                       move mx-lin to ws-feed-last-lin
                       move mx-lsin to ws-feed-last-lsin
                   end-if
           end-evaluate
           write mix-out-record
           if ws-out-status not = "00"
               display "MIXBATCH: cannot write MIXOUT, status "
                   ws-out-status " for record " ws-record-number
               if return-code = 0
                   move 12 to return-code
               end-if
           end-if.

       abend-feed-mismatch.
      *    See ENTRYBATCH - a broken ENTRYFEED pairing fails every
      *    later EN row the same way. Checkpoint the last completed
      *    row with the last feed key genuinely consumed and stop.
           display "MIXBATCH: ENTRYFEED mispaired or exhausted at "
               "record " ws-record-number ", stopping run"
           compute ckpt-record-number = ws-record-number - 1
           move ws-feed-last-key to ckpt-feed-key
           perform checkpoint-open-and-write
           perform mark-control-totals-incomplete
           close mix-in-file
           close mix-out-file
           if return-code = 0
               move 16 to return-code
           end-if
           stop run.

       write-checkpoint.
           move ws-record-number to ckpt-record-number
           move ws-feed-last-key to ckpt-feed-key
           perform checkpoint-open-and-write.

       checkpoint-open-and-write.
           open output checkpoint-file
           if ws-ckpt-status not = "00"
               display "MIXBATCH: cannot open MIXCKPT, status "
                   ws-ckpt-status
               if return-code = 0
                   move 24 to return-code
               end-if
           else
               write ckpt-record
               if ws-ckpt-status not = "00"
                   display "MIXBATCH: cannot write MIXCKPT, status "
                       ws-ckpt-status
                   if return-code = 0
                       move 24 to return-code
                   end-if
               end-if
               close checkpoint-file
           end-if.

      *    Same reconciliation as ENTRYCTL - every MIXIN row lands in
      *    exactly one of skipped, accepted, rejected or held -
      *    first for the file as a whole, then the same buckets per
      *    request type, so each type's share balances on its own.
       write-control-totals.
           compute ws-balance-count =
               ws-skip-count + ws-accept-count + ws-reject-count
               + ws-held-count
           open output control-totals-file
           if ws-ctl-status not = "00"
               display "MIXBATCH: cannot open MIXCTL, status "
                   ws-ctl-status
               if return-code = 0
                   move 12 to return-code
               end-if
           else
               initialize ws-ctl-detail
               string "MIXBATCH CONTROL TOTALS"
                   delimited by size into ws-ctl-detail
               perform write-control-line
               initialize ws-ctl-detail
               string "RECORDS READ:        " ws-read-count
                   delimited by size into ws-ctl-detail
               perform write-control-line
               initialize ws-ctl-detail
               string "SKIPPED BY RESTART:  " ws-skip-count
                   delimited by size into ws-ctl-detail
               perform write-control-line
               initialize ws-ctl-detail
               string "ACCEPTED:            " ws-accept-count
                   delimited by size into ws-ctl-detail
               perform write-control-line
               initialize ws-ctl-detail
               string "REJECTED:            " ws-reject-count
                   delimited by size into ws-ctl-detail
               perform write-control-line
               initialize ws-ctl-detail
               string "HELD:                " ws-held-count
                   delimited by size into ws-ctl-detail
               perform write-control-line
               initialize ws-ctl-detail
               string "LSIN BATCH TOTAL:    " ws-lsin-total
                   delimited by size into ws-ctl-detail
               perform write-control-line
               initialize ws-ctl-detail
               if ws-balance-count = ws-read-count
                   string "BALANCE:             IN BALANCE"
                       delimited by size into ws-ctl-detail
               else
                   string "BALANCE:             OUT OF BALANCE"
                       delimited by size into ws-ctl-detail
                   if return-code = 0
                       move 12 to return-code
                   end-if
               end-if
               perform write-control-line
               perform varying ws-type-idx from 1 by 1
                       until ws-type-idx > ws-type-count
                   perform write-type-totals
               end-perform
               close control-totals-file
           end-if.

       write-type-totals.
           initialize ws-ctl-detail
           string "TYPE " ws-type-req-type(ws-type-idx)
               "  READ " ws-type-read(ws-type-idx)
               "  SKIPPED " ws-type-skipped(ws-type-idx)
               delimited by size into ws-ctl-detail
           perform write-control-line
           initialize ws-ctl-detail
           string "        ACCEPTED " ws-type-accepted(ws-type-idx)
               "  REJECTED " ws-type-rejected(ws-type-idx)
               "  HELD " ws-type-held(ws-type-idx)
               "  LSIN TOTAL " ws-type-lsin-total(ws-type-idx)
               delimited by size into ws-ctl-detail
           perform write-control-line
           compute ws-balance-count = ws-type-skipped(ws-type-idx)
               + ws-type-accepted(ws-type-idx)
               + ws-type-rejected(ws-type-idx)
               + ws-type-held(ws-type-idx)
           initialize ws-ctl-detail
           if ws-balance-count = ws-type-read(ws-type-idx)
               string "        IN BALANCE"
                   delimited by size into ws-ctl-detail
           else
               string "        OUT OF BALANCE"
                   delimited by size into ws-ctl-detail
               if return-code = 0
                   move 12 to return-code
               end-if
           end-if
           perform write-control-line.

       mark-control-totals-incomplete.
           open output control-totals-file
           if ws-ctl-status = "00"
               initialize ws-ctl-detail
               string "MIXBATCH RUN INCOMPLETE - NO CONTROL TOTALS"
                   delimited by size into ws-ctl-detail
               perform write-control-line
               close control-totals-file
           end-if.

       write-control-line.
           display ws-ctl-detail
           write ctl-line from ws-ctl-detail
           if ws-ctl-status not = "00"
               display "MIXBATCH: cannot write MIXCTL, status "
                   ws-ctl-status
               if return-code = 0
                   move 12 to return-code
               end-if
           end-if.

       clear-checkpoint.
           open output checkpoint-file
           if ws-ckpt-status not = "00"
               display "MIXBATCH: cannot clear MIXCKPT, status "
                   ws-ckpt-status
               if return-code = 0
                   move 24 to return-code
               end-if
           else
               close checkpoint-file
           end-if.
