       01 ws-step-phase PIC X(5).
       01 ws-step-count PIC 9(9).
       01 ws-gate-program PIC X(10).
       01 ws-cycle-date PIC 9(8).
       copy parmcall.
       01 ws-saved-return-code PIC 9(3) value zeros.
       01 ws-delim-status PIC X(2).
       01 ws-in-status PIC X(2).
       01 ws-eof-flag PIC X value "N".

       set-cycle-date.
      *    The cycle's identity, not the wall clock's: the scheduler
      *    sets one cycle date for the whole night so a
      *    sequence that straddles midnight still stamps and gates as
      *    one cycle. CURRENT-DATE is only the fallback for hand
      *    runs.
           move "FEEDCONV" to pc-caller
           move "ALL" to pc-program
           move "CYCLE_DATE" to pc-name
           move spaces to pc-default
           call "cyclparm" using parm-call
           if return-code not = 0
               display "FEEDCONV: cannot start on these parameters"
               stop run
           end-if
           move pc-cycle-date to ws-cycle-date.

       check-cycle-gate.
      *    First step of the nightly cycle, so CYCLGATE has no
           end-if.

       set-input-format.
           move "FEEDCONV" to pc-program
           move "FORMAT" to pc-name
           move "CSV" to pc-default
           perform get-parameter
           move pc-value to ws-format-env
           if ws-format-env not = spaces
               move ws-format-env to ws-format
           end-if
               stop run
           end-if.

       get-parameter.
      *    Settings come from CYCLPARM - see there. One it refuses
      *    stops the run.
           move "FEEDCONV" to pc-caller
           move return-code to ws-saved-return-code
           move zeros to return-code
           call "cyclparm" using parm-call
           if return-code not = 0
               display "FEEDCONV: cannot start on these parameters"
               move 16 to return-code
               perform write-step-end
               stop run
           end-if
           move ws-saved-return-code to return-code.

       convert-one-row.
           add 1 to ws-row-number
           move spaces to ws-lin-text
