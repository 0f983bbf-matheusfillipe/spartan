       identification division.
       program-id. cyclparm.
       author. matheus.
       date-written. October 15th 2026
       environment division.
       configuration section.
       input-output section.
       file-control.
      *    The night's settings in one place. The scheduler writes a
      *    CYCLPARM file for each cycle, one row per setting keyed by
      *    owning program and parameter name, and every program asks
      *    this routine for its settings at start-up instead of
      *    reading the environment itself. The old environment
      *    variable for a setting (owning program, underscore, name -
      *    RUNCTL_CYCLE_DATE for the cycle-wide ones) still wins when
      *    it is set, as the explicit override for a rerun or a hand
      *    run. A typo must stop the run rather than quietly leave a
      *    default in force, so a parameter file with any row this
      *    routine does not recognize or cannot read is refused as a
      *    whole, and so is an override whose value is not valid for
      *    its parameter. Every setting handed out is logged to
      *    RUNPARM under the cycle date, which is the record of what
      *    a given night actually ran with.
           select cycle-parm-file assign to "CYCLPARM"
               organization is line sequential
               file status is ws-parm-status.
           select run-parm-file assign to "RUNPARM"
               organization is line sequential
               file status is ws-runparm-status.
       data division.
       file section.
       fd  cycle-parm-file.
       copy parmrow.
       fd  run-parm-file.
       copy runparm.
       working-storage section.
       01 ws-parm-status PIC X(2).
       01 ws-runparm-status PIC X(2).
       01 ws-eof-flag PIC X value "N".
           88 ws-eof value "Y".
       01 ws-timestamp PIC X(26).
      *    Every parameter the suite takes: owning program, name, the
      *    kind of value it needs (D a YYYYMMDD date, N a number of
      *    up to nine digits, F Y or N, C one of the listed choices,
      *    T any text), and for C the choices.
       01 ws-registry-values.
           05 filler PIC X(31) value "ALL       CYCLE_DATE          D".
           05 filler PIC X(15) value spaces.
           05 filler PIC X(31) value "FEEDCONV  FORMAT              C".
           05 filler PIC X(15) value "CSV TAB FIX".
           05 filler PIC X(31) value "ENTRYBATCHCKPT_INTERVAL       N".
           05 filler PIC X(15) value spaces.
           05 filler PIC X(31) value "ENTRYBATCHALLOW_DUP           F".
           05 filler PIC X(15) value spaces.
           05 filler PIC X(31) value "HELLOBATCHCKPT_INTERVAL       N".
           05 filler PIC X(15) value spaces.
           05 filler PIC X(31) value "MIXBATCH  CKPT_INTERVAL       N".
           05 filler PIC X(15) value spaces.
           05 filler PIC X(31) value "ROUTER    OPERATOR_ID         T".
           05 filler PIC X(15) value spaces.
           05 filler PIC X(31) value "RESUBMIT  REQ_TYPE            C".
           05 filler PIC X(15) value "EN HC".
           05 filler PIC X(31) value "OUTCONV   COLUMNS             T".
           05 filler PIC X(15) value spaces.
           05 filler PIC X(31) value "LATRPT    THRESHOLD           N".
           05 filler PIC X(15) value spaces.
           05 filler PIC X(31) value "TRENDRPT  START               D".
           05 filler PIC X(15) value spaces.
           05 filler PIC X(31) value "TRENDRPT  END                 D".
           05 filler PIC X(15) value spaces.
           05 filler PIC X(31) value "CYCLRPT   HISTORY             N".
           05 filler PIC X(15) value spaces.
           05 filler PIC X(31) value "CYCLRPT   CREEP_PCT           N".
           05 filler PIC X(15) value spaces.
           05 filler PIC X(31) value "CYCLRPT   START               D".
           05 filler PIC X(15) value spaces.
           05 filler PIC X(31) value "CYCLRPT   END                 D".
           05 filler PIC X(15) value spaces.
           05 filler PIC X(31) value "ACCREVW   UNUSED_DAYS         N".
           05 filler PIC X(15) value spaces.
           05 filler PIC X(31) value "ACCREVW   PROBE_LIMIT         N".
           05 filler PIC X(15) value spaces.
           05 filler PIC X(31) value "AUDREBLD  CYCLE               D".
           05 filler PIC X(15) value spaces.
           05 filler PIC X(31) value "AUDREBLD  DATE                D".
           05 filler PIC X(15) value spaces.
           05 filler PIC X(31) value "AUDREBLD  REPLAY              F".
           05 filler PIC X(15) value spaces.
           05 filler PIC X(31) value "AUDVERFY  DATE                D".
           05 filler PIC X(15) value spaces.
           05 filler PIC X(31) value "REJAGE    ASOF                D".
           05 filler PIC X(15) value spaces.
           05 filler PIC X(31) value "HOUSEKP   LOOKBACK_DAYS       N".
           05 filler PIC X(15) value spaces.
           05 filler PIC X(31) value "ACKRECON  DATE                D".
           05 filler PIC X(15) value spaces.
           05 filler PIC X(31) value "HOLDREL   SUPERVISOR_ID       T".
           05 filler PIC X(15) value spaces.
       01 ws-registry-table redefines ws-registry-values.
           05 ws-registry-entry occurs 26 times.
               10 ws-reg-program PIC X(10).
               10 ws-reg-name PIC X(20).
               10 ws-reg-type PIC X(1).
               10 ws-reg-choices PIC X(15).
       01 ws-registry-count PIC 9(2) value 26.
       01 ws-reg-idx PIC 9(2).
       01 ws-reg-match PIC 9(2).
      *    The cycle's parameter file, held whole for the run unit -
      *    it is read once, on the first request.
       01 ws-parm-table.
           05 ws-parm-entry occurs 100 times.
               10 ws-parm-program PIC X(10).
               10 ws-parm-name PIC X(20).
               10 ws-parm-value PIC X(60).
       01 ws-parm-count PIC 9(3) value zeros.
       01 ws-parm-idx PIC 9(3).
       01 ws-parm-match PIC 9(3).
       01 ws-row-number PIC 9(5) value zeros.
       01 ws-loaded-flag PIC X value "N".
           88 parms-loaded value "Y".
       01 ws-refused-flag PIC X value "N".
           88 parms-refused value "Y".
       01 ws-found-flag PIC X.
           88 ws-found value "Y".
       01 ws-row-error PIC X(30).
      *    The run's cycle date, settled once when the file is read -
      *    the environment override, the file's ALL CYCLE_DATE row,
      *    or the wall-clock date for a hand run with neither.
       01 ws-cycle-date PIC 9(8).
       01 ws-env-name PIC X(40).
       01 ws-env-value PIC X(60).
      *    Value checking, for both file rows and overrides.
       01 ws-check-value PIC X(60).
       01 ws-check-type PIC X(1).
       01 ws-check-choices PIC X(15).
       01 ws-check-length PIC 9(2).
       01 ws-check-date PIC 9(8).
       01 ws-choice-list PIC X(20).
       01 ws-choice-probe PIC X(20).
       01 ws-choice-tally PIC 9(2).
       01 ws-probe-length PIC 9(2).
       01 ws-value-ok-flag PIC X.
           88 value-is-ok value "Y".
       01 ws-type-desc PIC X(30).
      *    What has been logged this run unit, so a routine called
      *    on every step (CYCLGATE) logs its settings once.
       01 ws-logged-table.
           05 ws-logged-entry occurs 40 times.
               10 ws-logged-key PIC X(40).
       01 ws-logged-count PIC 9(2) value zeros.
       01 ws-logged-idx PIC 9(2).
       01 ws-log-key PIC X(40).
      *    The first caller's request, put by while the file is read
      *    and the cycle date settled through the same block.
       01 ws-saved-call PIC X(176).
       linkage section.
       copy parmcall.
       procedure division using parm-call.
       main-line.
           move zeros to return-code
           if not parms-loaded
               move parm-call to ws-saved-call
               perform load-parameters
               set parms-loaded to true
               move ws-saved-call to parm-call
           end-if
           move ws-cycle-date to pc-cycle-date
           if parms-refused
               display "CYCLPARM: parameters refused, "
                   function trim(pc-caller) " cannot start"
               move 16 to return-code
           else
               perform resolve-parameter
           end-if
           exit program.

       load-parameters.
      *    No CYCLPARM at all is a hand run outside the scheduler -
      *    overrides and defaults only, which is how everything ran
      *    before the file existed.
           open input cycle-parm-file
           if ws-parm-status = "00"
               move "N" to ws-eof-flag
               perform until ws-eof
                   read cycle-parm-file
                       at end move "Y" to ws-eof-flag
                       not at end perform check-parameter-row
                   end-read
               end-perform
               close cycle-parm-file
           else
               display "CYCLPARM: no CYCLPARM, status " ws-parm-status
                   ", running on overrides and defaults"
           end-if
           perform settle-cycle-date.

       check-parameter-row.
           add 1 to ws-row-number
           if cycle-parm-record = spaces
                   or cp-program(1:1) = "*"
               continue
           else
               move spaces to ws-row-error
               move cp-program to pc-program
               move cp-name to pc-name
               perform find-registry-entry
               evaluate true
                   when cp-sep-1 not = space or cp-sep-2 not = space
                       move "not in the fixed columns" to ws-row-error
                   when ws-reg-match = 0
                       move "unknown parameter" to ws-row-error
                   when cp-value = spaces
                       move "no value" to ws-row-error
                   when other
                       move cp-value to ws-check-value
                       perform check-value
                       if not value-is-ok
                           string "not " ws-type-desc
                               delimited by size into ws-row-error
                       end-if
               end-evaluate
               if ws-row-error = spaces
                   perform find-file-row
                   if ws-found
                       move "set twice" to ws-row-error
                   end-if
               end-if
               if ws-row-error = spaces and ws-parm-count >= 100
                   move "more than 100 settings" to ws-row-error
               end-if
               if ws-row-error = spaces
                   add 1 to ws-parm-count
                   move cp-program to ws-parm-program(ws-parm-count)
                   move cp-name to ws-parm-name(ws-parm-count)
                   move ws-check-value to ws-parm-value(ws-parm-count)
               else
                   display "CYCLPARM: row " ws-row-number " "
                       function trim(cp-program) " "
                       function trim(cp-name) " - "
                       function trim(ws-row-error)
                   set parms-refused to true
               end-if
           end-if.

       settle-cycle-date.
           move "ALL" to pc-program
           move "CYCLE_DATE" to pc-name
           move function current-date to ws-timestamp
           move ws-timestamp(1:8) to pc-default
           perform find-registry-entry
           perform find-effective-value
           if pc-value(1:8) is numeric
               move pc-value(1:8) to ws-cycle-date
           else
               move ws-timestamp(1:8) to ws-cycle-date
           end-if.

       resolve-parameter.
           perform find-registry-entry
           if ws-reg-match = 0
               display "CYCLPARM: " pc-caller " asked for "
                   function trim(pc-program) " "
                   function trim(pc-name)
                   ", which is not a known parameter"
               move 16 to return-code
           else
               perform find-effective-value
               if return-code = 0
                   perform log-parameter
               end-if
           end-if.

       find-effective-value.
      *    Override, then the cycle's file, then the caller's default.
           perform set-environment-name
           move spaces to ws-env-value
           display ws-env-name upon environment-name
           accept ws-env-value from environment-value
           if ws-env-value not = spaces
               move ws-env-value to ws-check-value
               perform check-value
               if value-is-ok
                   move ws-check-value to pc-value
                   set pc-source-env to true
               else
                   display "CYCLPARM: " function trim(ws-env-name)
                       " is set to " function trim(ws-env-value)
                       ", which is not " function trim(ws-type-desc)
                   move spaces to pc-value
                   move spaces to pc-source
                   set parms-refused to true
                   move 16 to return-code
               end-if
           else
               perform find-file-row
               if ws-found
                   move ws-parm-value(ws-parm-match) to pc-value
                   set pc-source-file to true
               else
                   move pc-default to pc-value
                   set pc-source-default to true
               end-if
           end-if.

       set-environment-name.
           move spaces to ws-env-name
           if pc-program = "ALL"
               string "RUNCTL_" function trim(pc-name)
                   delimited by size into ws-env-name
           else
               string function trim(pc-program) "_"
                   function trim(pc-name)
                   delimited by size into ws-env-name
           end-if.

       find-registry-entry.
           move zeros to ws-reg-match
           perform varying ws-reg-idx from 1 by 1
                   until ws-reg-idx > ws-registry-count
               if ws-reg-program(ws-reg-idx) = pc-program
                       and ws-reg-name(ws-reg-idx) = pc-name
                   move ws-reg-idx to ws-reg-match
                   move ws-registry-count to ws-reg-idx
               end-if
           end-perform
           if ws-reg-match > 0
               move ws-reg-type(ws-reg-match) to ws-check-type
               move ws-reg-choices(ws-reg-match) to ws-check-choices
           end-if.

       find-file-row.
           move "N" to ws-found-flag
           move zeros to ws-parm-match
           perform varying ws-parm-idx from 1 by 1
                   until ws-parm-idx > ws-parm-count
               if ws-parm-program(ws-parm-idx) = pc-program
                       and ws-parm-name(ws-parm-idx) = pc-name
                   set ws-found to true
                   move ws-parm-idx to ws-parm-match
                   move ws-parm-count to ws-parm-idx
               end-if
           end-perform.

       check-value.
      *    Leaves the value left-justified in WS-CHECK-VALUE - an
      *    override arrives however the shell quoted it.
           move "N" to ws-value-ok-flag
           move function trim(ws-check-value) to ws-check-value
           move function length(function trim(ws-check-value))
               to ws-check-length
           evaluate ws-check-type
               when "D"
                   move "a YYYYMMDD date" to ws-type-desc
                   if ws-check-length = 8
                           and ws-check-value(1:8) is numeric
                       move ws-check-value(1:8) to ws-check-date
                       if function test-date-yyyymmdd(ws-check-date)
                               = 0
                           set value-is-ok to true
                       end-if
                   end-if
               when "N"
                   move "a number of up to 9 digits" to ws-type-desc
                   if ws-check-length <= 9
                           and ws-check-value(1:ws-check-length)
                               is numeric
                       set value-is-ok to true
                   end-if
               when "F"
                   move "Y or N" to ws-type-desc
                   if ws-check-value = "Y" or ws-check-value = "N"
                       set value-is-ok to true
                   end-if
               when "C"
                   move spaces to ws-type-desc
                   string "one of " ws-check-choices
                       delimited by size into ws-type-desc
                   move spaces to ws-choice-list
                   string " " ws-check-choices " "
                       delimited by size into ws-choice-list
                   move spaces to ws-choice-probe
                   move zeros to ws-choice-tally
                   if ws-check-length <= 15
                       string " " ws-check-value(1:ws-check-length) " "
                           delimited by size into ws-choice-probe
                       compute ws-probe-length = ws-check-length + 2
                       inspect ws-choice-list tallying ws-choice-tally
                           for all ws-choice-probe(1:ws-probe-length)
                   end-if
                   if ws-choice-tally > 0
                       set value-is-ok to true
                   end-if
               when other
                   move "text" to ws-type-desc
                   set value-is-ok to true
           end-evaluate.

       log-parameter.
           move spaces to ws-log-key
           string pc-caller pc-program pc-name
               delimited by size into ws-log-key
           move "N" to ws-found-flag
           perform varying ws-logged-idx from 1 by 1
                   until ws-logged-idx > ws-logged-count
               if ws-logged-key(ws-logged-idx) = ws-log-key
                   set ws-found to true
                   move ws-logged-count to ws-logged-idx
               end-if
           end-perform
           if not ws-found
               if ws-logged-count < 40
                   add 1 to ws-logged-count
                   move ws-log-key to ws-logged-key(ws-logged-count)
               end-if
               perform write-run-parameter
           end-if.

      *    Same EXTEND-with-OUTPUT-fallback open as RUNCTL's. A log
      *    that cannot be written is reported but does not stop the
      *    caller - the setting itself was good.
       write-run-parameter.
           move function current-date to ws-timestamp
           open extend run-parm-file
           if ws-runparm-status = "35"
               open output run-parm-file
           end-if
           if ws-runparm-status not = "00"
               display "CYCLPARM: cannot open RUNPARM, status "
                   ws-runparm-status
           else
               move ws-cycle-date to rp-cycle-date
               move pc-caller to rp-caller
               move pc-program to rp-program
               move pc-name to rp-name
               move pc-source to rp-source
               move ws-timestamp to rp-timestamp
               move pc-value to rp-value
               write run-parm-record
               if ws-runparm-status not = "00"
                   display "CYCLPARM: cannot write RUNPARM, status "
                       ws-runparm-status
               end-if
               close run-parm-file
           end-if.
