       fd  checkpoint-file.
       copy chkptrec.
       working-storage section.
       copy parmcall.
       01 ws-in-status PIC X(2).
       01 ws-out-status PIC X(2).
       01 ws-ckpt-status PIC X(2).
       01 ws-router-return-code PIC 9(3) value zeros.
       01 ws-saved-return-code PIC 9(3) value zeros.
       01 ws-reject-count PIC 9(7) value zeros.
       01 ws-held-count PIC 9(7) value zeros.
       procedure division.
       main-line.
           display "HELLOBATCH START"
                   move 8 to return-code
               end-if
           end-if
           if ws-held-count > 0
               display "HELLOBATCH: " ws-held-count
                   " record(s) held for supervisor release, see "
                   "HOLDQ"
               if return-code = 0
                   move 8 to return-code
               end-if
           end-if
           display "HELLOBATCH END"
           stop run.

       set-checkpoint-interval.
           move "HELLOBATCH" to pc-program
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
           move "HELLOBATCH" to pc-caller
           call "cyclparm" using parm-call
           if return-code not = 0
               display "HELLOBATCH: cannot start on these parameters"
               stop run
           end-if.

       load-checkpoint.
           open input checkpoint-file
           if ws-ckpt-status = "00"
               move bi-lsin to cmn-lsin
               move spaces to cmn-loutput
               move zeros to cmn-lsout
               move spaces to cmn-operator-id
               move spaces to cmn-release-by
      *        RETURN-CODE doubles as this job's own final code and as
      *        ROUTER's per-call verdict, and neither ROUTER nor the
      *        programs it dispatches to clear it on success - without
               move ws-saved-return-code to return-code
               move cmn-lin(1:99) to bo-lin
               move bi-lsin to bo-lsin
               evaluate true
                   when ws-router-return-code = 30
      *                Parked in HOLDQ for a supervisor - see HOLDREL.
                       set bo-status-held to true
                       move spaces to bo-loutput
                       move zeros to bo-lsout
                       add 1 to ws-held-count
                       display "HELLOBATCH: record " ws-record-number
                           " held by ROUTER for supervisor release"
                   when ws-router-return-code not = 0
      *                ROUTER rejected this record - mark it instead
      *                of writing a normal-looking row with a blank
      *                LOUTPUT, and keep going so one bad record
      *                doesn't stop the whole unattended run;
      *                WS-REJECT-COUNT surfaces the problem in the
      *                job's own final RETURN-CODE.
                       set bo-status-rejected to true
                       move spaces to bo-loutput
                       move zeros to bo-lsout
                       add 1 to ws-reject-count
                       display "HELLOBATCH: record " ws-record-number
                           " rejected by ROUTER, return-code "
                           ws-router-return-code
                   when other
                       set bo-status-ok to true
                       move cmn-loutput to bo-loutput
                       move cmn-lsout to bo-lsout
               end-evaluate
               write batch-out-record
               if ws-out-status not = "00"
                   display "HELLOBATCH: cannot write HELLOOUT, status "
