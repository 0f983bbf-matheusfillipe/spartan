       01 ws-runctl-status PIC X(2).
       01 ws-eof-flag PIC X value "N".
           88 ws-eof value "Y".
       01 ws-today PIC 9(8).
       copy parmcall.
      *    Latest END row per program for today's cycle - reruns
      *    overwrite their earlier entry, so a step that failed and
      *    was fixed and rerun clears its successors on the rerun's
      *    code, not the failure's.
       01 ws-end-table.
           05 ws-end-entry occurs 20 times.
               10 ws-end-program PIC X(10).
               10 ws-end-rc PIC 9(3).
       01 ws-end-count PIC 9(2) value zeros.
       procedure division using gate-program.
       main-line.
      *    The nightly sequence is FEEDCONV, then ENTRYBATCH, then
      *    EXCEPTRPT, VOLRPT, REJINV and AUDVERFY, then AUDARCH, and
      *    last HOUSEKP, which purges what has aged out. ACKRECON,
      *    which checks the previous cycle's deliveries, waits on
      *    nothing. Each step performs this gate before touching its
      *    files; a predecessor with no clean END row for today's
      *    cycle shuts the gate and the step refuses to start - which
      *    is what physically stops AUDARCH rolling ENTRYAUD before
      *    the reports have read it and the verifier has passed it.
      *    RETURN-CODE is the verdict: zero to proceed, 16 to refuse.
           move zeros to return-code
           move zeros to ws-end-count
               when "FEEDCONV"
      *            First step of the cycle - nothing to wait on.
                   continue
               when "ACKRECON"
      *            Reads only what the previous cycle sent and what
      *            came back for it - nothing tonight's steps make.
                   continue
               when "ENTRYBATCH"
      *            FEEDCONV ends with 8 when it dropped rows, meaning
      *            ENTRYIN is not a faithful image of the extract -
                   perform check-predecessor
               when "EXCEPTRPT"
               when "VOLRPT"
               when "REJINV"
               when "AUDVERFY"
      *            ENTRYBATCH ends with 8 when records rejected or
      *            duplicated - the reports must still run on a night
      *            like that; only a real failure holds them.
                   move "VOLRPT" to ws-pred-program
                   move 8 to ws-pred-max-rc
                   perform check-predecessor
      *            Any finding at all in the audit chain holds the
      *            rollover - the file is to be looked at while it is
      *            still the live copy, not after it is archived.
                   move "AUDVERFY" to ws-pred-program
                   move zeros to ws-pred-max-rc
                   perform check-predecessor
               when "HOUSEKP"
      *            Nothing is purged unless tonight's ENTRYAUD was
      *            rolled over cleanly - a failed rollover leaves
      *            detail that may still be needed to put it right.
                   move "AUDARCH" to ws-pred-program
                   move zeros to ws-pred-max-rc
                   perform check-predecessor
               when other
                   display "CYCLGATE: " gate-program
                       " is not a step of the nightly cycle"
           exit program.

       set-cycle-date.
      *    One cycle, one date: the scheduler sets the cycle date in
      *    CYCLPARM when it kicks the night off, and every step's
      *    stamps and this gate's checks all run under that date -
      *    so a sequence that starts before midnight and finishes
      *    after it still reconciles as one cycle instead of wedging
      *    on "no completed predecessor" at 00:02. CYCLPARM falls
      *    back on the wall-clock date for hand runs.
           move "CYCLGATE" to pc-caller
           move "ALL" to pc-program
           move "CYCLE_DATE" to pc-name
           move spaces to pc-default
           call "cyclparm" using parm-call
           if return-code not = 0
               display "CYCLGATE: no usable cycle date, holding "
                   gate-program
               set gate-is-shut to true
           end-if
           move pc-cycle-date to ws-today
           move zeros to return-code.

       load-end-rows.
      *    No RUNCTL at all is simply the first step of the first
                   end-if
               end-perform
               if not ws-pred-found
                   if ws-end-count < 20
                       add 1 to ws-end-count
                       move rs-program
                           to ws-end-program(ws-end-count)
