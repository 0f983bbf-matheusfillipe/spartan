       working-storage section.
       copy cmnreq.
       01 ws-operator-id PIC X(8).
       copy parmcall.
       01 ws-req-type-in PIC X(2).
       01 ws-lin-in PIC A(512).
       01 ws-lsin-in PIC X(3).
      *    transaction programs bare because building a one-line
      *    ENTRYIN and ENTRYFEED was too much ceremony.
           display "OPBENCH START"
           move "OPBENCH" to pc-caller
           move "ROUTER" to pc-program
           move "OPERATOR_ID" to pc-name
           move spaces to pc-default
           call "cyclparm" using parm-call
           if return-code not = 0
               display "OPBENCH: cannot start on these parameters"
               stop run
           end-if
           move pc-value to ws-operator-id
           if ws-operator-id = spaces
      *        ROUTER reads the same setting itself at load time;
      *        with an OPAUTH table in force an unidentified caller
      *        is refused on every submission, so say so up front
      *        rather than let each attempt bounce mysteriously.
               display "OPBENCH: no ROUTER OPERATOR_ID set, "
                   "submissions may be refused"
           else
               display "OPBENCH: submitting as " ws-operator-id
           move function numval(ws-lsin-in) to cmn-lsin
           move ws-loutput-in to cmn-loutput
           move zeros to cmn-lsout
           move spaces to cmn-operator-id
           move spaces to cmn-release-by
           move zeros to return-code
           call "router" using cmn-request
           move return-code to ws-router-return-code
           add 1 to ws-submit-count
           display " "
           evaluate ws-router-return-code
               when 0
                   display "OPBENCH: ACCEPTED, return-code "
                       ws-router-return-code
               when 30
                   display "OPBENCH: HELD for supervisor release, see "
                       "HOLDQ"
               when other
                   display "OPBENCH: REJECTED, return-code "
                       ws-router-return-code ", see ROUTERLOG for the "
                       "reason"
           end-evaluate
           display "LOUTPUT: "
               function trim(cmn-loutput trailing)
           display "LSOUT:   " cmn-lsout.
