       fd  latency-report.
       01 la-line PIC X(100).
       working-storage section.
       copy parmcall.
       01 ws-log-status PIC X(2).
       01 ws-report-status PIC X(2).
       01 ws-log-opened PIC X value "N".
      *    item that class-tests numeric and would NUMVAL to a
      *    threshold of zero. A set value arrives space-padded, so
      *    class-test the trimmed content.
           move "LATRPT" to pc-program
           move "THRESHOLD" to pc-name
           move "100" to pc-default
           perform get-parameter
           move pc-value to ws-threshold-env
           if ws-threshold-env = spaces
               move 100 to ws-threshold-hs
           else
               end-if
           end-if.

       get-parameter.
      *    Settings come from CYCLPARM - see there. One it refuses
      *    stops the run.
           move "LATRPT" to pc-caller
           call "cyclparm" using parm-call
           if return-code not = 0
               display "LATRPT: cannot start on these parameters"
               stop run
           end-if.

       tally-one-row.
           add 1 to ws-row-count
           if rl-validate-hs is not numeric
