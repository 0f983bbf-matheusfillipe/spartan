       01 ws-step-phase PIC X(5).
       01 ws-step-count PIC 9(9).
       01 ws-gate-program PIC X(10).
       01 ws-cycle-date PIC 9(8).
       copy parmcall.
       01 ws-audit-status PIC X(2).
       01 ws-report-status PIC X(2).
       01 ws-audit-opened PIC X value "N".

       set-cycle-date.
      *    The cycle's identity, not the wall clock's: the scheduler
      *    sets one cycle date for the whole night so a
      *    sequence that straddles midnight still stamps and gates as
      *    one cycle. CURRENT-DATE is only the fallback for hand
      *    runs.
           move "VOLRPT" to pc-caller
           move "ALL" to pc-program
           move "CYCLE_DATE" to pc-name
           move spaces to pc-default
           call "cyclparm" using parm-call
           if return-code not = 0
               display "VOLRPT: cannot start on these parameters"
               stop run
           end-if
           move pc-cycle-date to ws-cycle-date.

       check-cycle-gate.
      *    ENTRYBATCH must have completed for today's cycle before
