       01 ws-router-return-code PIC 9(3) value zeros.
       01 ws-saved-return-code PIC 9(3) value zeros.
       01 ws-reject-count PIC 9(7) value zeros.
       01 ws-held-count PIC 9(7) value zeros.
       01 ws-ctl-status PIC X(2).
       01 ws-read-count PIC 9(7) value zeros.
       01 ws-skip-count PIC 9(7) value zeros.
       01 ws-seen-status PIC X(2).
       01 ws-run-timestamp PIC X(26).
       01 ws-cycle-date PIC 9(8).
       copy parmcall.
      *    Content keys already dispatched this cycle, in arrival
      *    order. Sized well past any extract we have ever taken in
      *    one day; on overflow duplicate checking degrades to a
       01 ws-step-phase PIC X(5).
       01 ws-step-count PIC 9(9).
       01 ws-gate-program PIC X(10).
       procedure division.
       main-line.
           display "ENTRYBATCH START"
                   move 8 to return-code
               end-if
           end-if
           if ws-held-count > 0
               display "ENTRYBATCH: " ws-held-count
                   " record(s) held for supervisor release, see "
                   "HOLDQ"
               if return-code = 0
                   move 8 to return-code
               end-if
           end-if
           perform write-step-end
           display "ENTRYBATCH END"
           stop run.

       set-cycle-date.
      *    The cycle's identity, not the wall clock's: the scheduler
      *    sets one cycle date for the whole night, and this
      *    one date serves the RUNCTL stamps, the gate check, AND the
      *    seen-submission store - a crash-restart after midnight
      *    must neither wedge on "no completed FEEDCONV" nor purge
      *    the crashed run's seen keys as a stale cycle.
      *    CURRENT-DATE is only the fallback for hand runs.
           move "ENTRYBATCH" to pc-caller
           move "ALL" to pc-program
           move "CYCLE_DATE" to pc-name
           move spaces to pc-default
           call "cyclparm" using parm-call
           if return-code not = 0
               display "ENTRYBATCH: cannot start on these parameters"
               stop run
           end-if
           move pc-cycle-date to ws-cycle-date.

       check-cycle-gate.
      *    FEEDCONV must have completed clean for today's cycle before
           end-if.

       set-checkpoint-interval.
           move "ENTRYBATCH" to pc-program
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
           move "ENTRYBATCH" to pc-caller
           move return-code to ws-saved-return-code
           move zeros to return-code
           call "cyclparm" using parm-call
           if return-code not = 0
               display "ENTRYBATCH: cannot start on these parameters"
               move 16 to return-code
               perform write-step-end
               stop run
           end-if
           move ws-saved-return-code to return-code.

       check-entry-feed.
      *    ENTRYBATCH exists so nobody has to watch an unattended run.
      *    Without an ENTRYFEED, ENTRY's own GET-LOUTPUT falls back to
      *    was settled once in SET-CYCLE-DATE, so a restart after
      *    midnight keeps the crashed run's keys instead of purging
      *    them as a stale cycle.
           move "ENTRYBATCH" to pc-program
           move "ALLOW_DUP" to pc-name
           move "N" to pc-default
           perform get-parameter
           move pc-value to ws-allow-dup-env
           if dup-override
               display "ENTRYBATCH: duplicate checking overridden for "
                   "this run"
           move bi-lsin to cmn-lsin
           move spaces to cmn-loutput
           move zeros to cmn-lsout
           move spaces to cmn-operator-id
           move spaces to cmn-release-by
      *    RETURN-CODE doubles as this job's own final code and as
      *    ROUTER's per-call verdict, and neither ROUTER nor the
      *    programs it dispatches to clear it on success - without
      *        at the first bad pair with a clean checkpoint.
               perform abend-feed-mismatch
           end-if
           evaluate true
               when ws-router-return-code = 30
      *            ROUTER parked this record in HOLDQ for a
      *            supervisor (see HOLDREL) - neither accepted nor
      *            rejected yet, and like a reject it never reached
      *            ENTRY, so it consumed no ENTRYFEED line.
                   set bo-status-held to true
                   move spaces to bo-loutput
                   move zeros to bo-lsout
                   add 1 to ws-held-count
                   display "ENTRYBATCH: record " ws-record-number
                       " held by ROUTER for supervisor release"
               when ws-router-return-code not = 0
      *            ROUTER rejected this record (range or LIN-overrun
      *            guard) - mark it instead of writing a normal-
      *            looking row with a blank LOUTPUT, and keep going
      *            so one bad record doesn't stop the whole
      *            unattended run; WS-REJECT-COUNT surfaces the
      *            problem in the job's own final RETURN-CODE.
                   set bo-status-rejected to true
                   move spaces to bo-loutput
                   move zeros to bo-lsout
                   add 1 to ws-reject-count
                   display "ENTRYBATCH: record " ws-record-number
                       " rejected by ROUTER, return-code "
                       ws-router-return-code
               when other
      *            An accepted record is the only kind that reaches
      *            ENTRY's GET-LOUTPUT, so it is the only kind that
      *            consumes one ENTRYFEED line - keep the
      *            checkpoint's resume key in step with ENTRY's own
      *            read position.
                   set bo-status-ok to true
                   move cmn-loutput to bo-loutput
                   move cmn-lsout to bo-lsout
                   move bi-lin to ws-feed-last-lin
                   move bi-lsin to ws-feed-last-lsin
                   add 1 to ws-accept-count
           end-evaluate
      *    Dispatched - accepted or rejected - means this exact
      *    content was judged once this cycle, so a later identical
      *    row is a repeat, not new business.
       write-control-totals.
           compute ws-balance-count =
               ws-skip-count + ws-accept-count + ws-reject-count
               + ws-duplicate-count + ws-held-count
           open output control-totals-file
           if ws-ctl-status not = "00"
               display "ENTRYBATCH: cannot open ENTRYCTL, status "
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
