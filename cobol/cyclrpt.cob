       identification division.
       program-id. cyclrpt.
       author. matheus.
       date-written. October 15th 2026
       environment division.
       configuration section.
       input-output section.
       file-control.
      *    The morning read of RUNCTL. Every step of the night stamps
      *    a START and an END row there, but the raw rows only tell
      *    you where the night stopped if you already know what you
      *    are looking for - this program lays each cycle out as one
      *    page, step by step, and sets each step's elapsed time
      *    against its own recent history so a batch window that is
      *    creeping shows up weeks before it breaks the morning SLA.
           select run-control-file assign to "RUNCTL"
               organization is line sequential
               file status is ws-runctl-status.
           select cycle-report assign to "CYCLRPT"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd  run-control-file.
       copy runctl.
       fd  cycle-report.
       01 cr-line PIC X(100).
       working-storage section.
       copy parmcall.
       01 ws-runctl-status PIC X(2).
       01 ws-report-status PIC X(2).
       01 ws-eof-flag PIC X value "N".
           88 ws-eof value "Y".
       01 ws-row-count PIC 9(7) value zeros.
       01 ws-unusable-count PIC 9(7) value zeros.
       01 ws-page-count PIC 9(4) value zeros.
      *    How many earlier cycles a step's average is taken over, and
      *    how far over that average (in percent) a step has to run
      *    before it is flagged as creeping. An optional cycle-date
      *    range limits which cycles get a page; the history behind
      *    each page is always taken from the whole file.
       01 ws-history-env PIC X(3).
       01 ws-history-cycles PIC 9(3).
       01 ws-creep-env PIC X(3).
       01 ws-creep-pct PIC 9(3).
       01 ws-start-env PIC X(8).
       01 ws-end-env PIC X(8).
       01 ws-range-start PIC 9(8).
       01 ws-range-end PIC 9(8).
      *    The nightly sequence in running order, the same one CYCLGATE
      *    enforces - every cycle page lists these whether they ran or
      *    not, because a step that never started leaves no row of its
      *    own to report. Anything else found stamping RUNCTL for the
      *    cycle is listed after them in the order it first appeared.
       01 ws-expected-steps.
           05 ws-expected-step-1 PIC X(10) value "FEEDCONV".
           05 ws-expected-step-2 PIC X(10) value "ENTRYBATCH".
           05 ws-expected-step-3 PIC X(10) value "EXCEPTRPT".
           05 ws-expected-step-4 PIC X(10) value "VOLRPT".
           05 ws-expected-step-5 PIC X(10) value "REJINV".
           05 ws-expected-step-6 PIC X(10) value "ACKRECON".
           05 ws-expected-step-7 PIC X(10) value "AUDVERFY".
           05 ws-expected-step-8 PIC X(10) value "AUDARCH".
           05 ws-expected-step-9 PIC X(10) value "HOUSEKP".
       01 ws-expected-table redefines ws-expected-steps.
           05 ws-expected-program PIC X(10) occurs 9 times.
       01 ws-expected-count PIC 9(2) value 9.
       01 ws-expected-idx PIC 9(2).
      *    One entry per cycle date, kept in ascending date order as
      *    rows are loaded, so "the last N cycles" is simply the N
      *    entries before this one. Within a cycle, one entry per
      *    program: the latest START and latest END timestamps (only
      *    the first 16 positions of the CURRENT-DATE image - the
      *    offset adds nothing to an elapsed time), the code and count
      *    off that latest END (the row CYCLGATE honours), and how
      *    many of each phase were stamped, which is what gives a
      *    rerun away.
       01 ws-cycle-table.
           05 ws-cycle-entry occurs 400 times.
               10 ws-cycle-date PIC 9(8).
               10 ws-cycle-step-count PIC 9(2).
               10 ws-step-entry occurs 12 times.
                   15 ws-step-program PIC X(10).
                   15 ws-step-starts PIC 9(3).
                   15 ws-step-ends PIC 9(3).
                   15 ws-step-start-ts PIC X(16).
                   15 ws-step-end-ts PIC X(16).
                   15 ws-step-rc PIC 9(3).
                   15 ws-step-records PIC 9(9).
                   15 ws-step-elapsed PIC 9(7).
                   15 ws-step-state PIC X(1).
                       88 step-not-started value "N".
                       88 step-not-ended value "R".
                       88 step-no-start-row value "U".
                       88 step-complete value "C".
       01 ws-cycle-count PIC 9(3) value zeros.
       01 ws-cycle-idx PIC 9(3).
       01 ws-shift-idx PIC 9(3).
       01 ws-step-idx PIC 9(2).
       01 ws-match-idx PIC 9(3).
       01 ws-found-flag PIC X.
           88 ws-found value "Y".
       01 ws-cycle-full-flag PIC X value "N".
           88 ws-cycle-full value "Y".
      *    Timestamp arithmetic: the YYYYMMDDHHMMSShh head of a
      *    CURRENT-DATE image, viewed as numbers.
       01 ws-ts-work.
           05 ws-ts-date PIC 9(8).
           05 ws-ts-hh PIC 9(2).
           05 ws-ts-mm PIC 9(2).
           05 ws-ts-ss PIC 9(2).
           05 ws-ts-hs PIC 9(2).
       01 ws-ts-secs PIC 9(12).
       01 ws-from-secs PIC 9(12).
       01 ws-to-secs PIC 9(12).
       01 ws-diff-secs PIC 9(12).
       01 ws-fmt-secs PIC 9(7).
       01 ws-fmt-hours PIC 9(5).
       01 ws-fmt-rest PIC 9(5).
       01 ws-fmt-hms.
           05 ws-fmt-hh PIC 9(2).
           05 ws-fmt-colon1 PIC X(1) value ":".
           05 ws-fmt-mm PIC 9(2).
           05 ws-fmt-colon2 PIC X(1) value ":".
           05 ws-fmt-ss PIC 9(2).
      *    History for the step being printed.
       01 ws-hist-idx PIC 9(3).
       01 ws-hist-step-idx PIC 9(2).
       01 ws-hist-used PIC 9(3).
       01 ws-hist-total PIC 9(11).
       01 ws-hist-avg PIC 9(7).
       01 ws-pct PIC S9(5).
       01 ws-pct-display PIC +(5)9.
       01 ws-history-label PIC 9(3).
      *    Per-page working fields.
       01 ws-page-exceptions PIC 9(3).
       01 ws-page-complete PIC 9(3).
       01 ws-window-start-ts PIC X(16).
       01 ws-window-end-ts PIC X(16).
       01 ws-last-page-exceptions PIC 9(3) value zeros.
       01 ws-start-text PIC X(8).
       01 ws-end-text PIC X(8).
       01 ws-elapsed-text PIC X(8).
       01 ws-avg-text PIC X(8).
       01 ws-vs-text PIC X(6).
       01 ws-flags-text PIC X(30).
       01 ws-flags-ptr PIC 9(3).
       01 ws-report-line PIC X(100).
       procedure division.
       main-line.
           display "CYCLRPT START"
           perform set-report-options
           open output cycle-report
           if ws-report-status not = "00"
               display "CYCLRPT: cannot open CYCLRPT, status "
                   ws-report-status
               move 16 to return-code
               stop run
           end-if
           open input run-control-file
           if ws-runctl-status = "00"
               perform until ws-eof
                   read run-control-file
                       at end move "Y" to ws-eof-flag
                       not at end perform load-one-row
                   end-read
               end-perform
               close run-control-file
           else
      *        Same stance LATRPT takes on a missing ROUTERLOG: no
      *        RUNCTL yet reports nothing rather than failing.
               display "CYCLRPT: RUNCTL not available, status "
                   ws-runctl-status ", reporting no cycles"
           end-if
           perform varying ws-cycle-idx from 1 by 1
                   until ws-cycle-idx > ws-cycle-count
               perform settle-cycle-steps
           end-perform
           perform varying ws-cycle-idx from 1 by 1
                   until ws-cycle-idx > ws-cycle-count
               if ws-cycle-date(ws-cycle-idx) >= ws-range-start
                       and ws-cycle-date(ws-cycle-idx) <= ws-range-end
                   perform write-cycle-page
               end-if
           end-perform
           initialize ws-report-line
           string "Rows read: " ws-row-count
               " unusable: " ws-unusable-count
               " cycle pages: " ws-page-count
               delimited by size into ws-report-line
           perform write-report-line
           close cycle-report
      *    The most recent cycle on the report is the one somebody is
      *    about to act on - a step missing or hung there is worth a
      *    non-zero code; older pages are history.
           if ws-last-page-exceptions > 0 and return-code = 0
               move 8 to return-code
           end-if
           display "CYCLRPT END"
           stop run.

       set-report-options.
      *    Unset means the default; a value that is set but not
      *    numeric is refused, since quietly averaging over some
      *    other number of cycles than the one asked for is worse
      *    than not running.
           move "CYCLRPT" to pc-program
           move "HISTORY" to pc-name
           move "7" to pc-default
           perform get-parameter
           move pc-value to ws-history-env
           if ws-history-env = spaces
               move 7 to ws-history-cycles
           else
               if function trim(ws-history-env) is numeric
                   move function numval(ws-history-env)
                       to ws-history-cycles
               else
                   display "CYCLRPT: CYCLRPT_HISTORY must be numeric"
                   move 16 to return-code
                   stop run
               end-if
           end-if
           if ws-history-cycles = 0
               move 7 to ws-history-cycles
           end-if
           move "CYCLRPT" to pc-program
           move "CREEP_PCT" to pc-name
           move "25" to pc-default
           perform get-parameter
           move pc-value to ws-creep-env
           if ws-creep-env = spaces
               move 25 to ws-creep-pct
           else
               if function trim(ws-creep-env) is numeric
                   move function numval(ws-creep-env) to ws-creep-pct
               else
                   display "CYCLRPT: CYCLRPT_CREEP_PCT must be numeric"
                   move 16 to return-code
                   stop run
               end-if
           end-if
           move zeros to ws-range-start
           move 99999999 to ws-range-end
           move "CYCLRPT" to pc-program
           move "START" to pc-name
           move spaces to pc-default
           perform get-parameter
           move pc-value to ws-start-env
           move "CYCLRPT" to pc-program
           move "END" to pc-name
           move spaces to pc-default
           perform get-parameter
           move pc-value to ws-end-env
           if ws-start-env not = spaces
               if ws-start-env is numeric
                   move ws-start-env to ws-range-start
               else
                   display "CYCLRPT: CYCLRPT_START must be YYYYMMDD"
                   move 16 to return-code
                   stop run
               end-if
           end-if
           if ws-end-env not = spaces
               if ws-end-env is numeric
                   move ws-end-env to ws-range-end
               else
                   display "CYCLRPT: CYCLRPT_END must be YYYYMMDD"
                   move 16 to return-code
                   stop run
               end-if
           end-if.

       get-parameter.
      *    Settings come from CYCLPARM - see there. One it refuses
      *    stops the run.
           move "CYCLRPT" to pc-caller
           call "cyclparm" using parm-call
           if return-code not = 0
               display "CYCLRPT: cannot start on these parameters"
               stop run
           end-if.

       load-one-row.
      *    A row that cannot be placed - no usable cycle date, no
      *    usable timestamp, or a phase that is neither START nor END
      *    - is counted rather than guessed at.
           add 1 to ws-row-count
           move rs-timestamp(1:16) to ws-ts-work
           if rs-cycle-date is not numeric
                   or ws-ts-work is not numeric
                   or not (rs-phase-start or rs-phase-end)
               add 1 to ws-unusable-count
           else
               perform find-cycle
               if ws-found
                   perform find-step
               end-if
               if ws-found
                   perform apply-row
               else
                   add 1 to ws-unusable-count
               end-if
           end-if.

       find-cycle.
      *    The table is held in date order; the scan stops at the
      *    first entry not earlier than this row's cycle, which is
      *    either the cycle itself or the slot a new one goes into.
           move "N" to ws-found-flag
           compute ws-match-idx = ws-cycle-count + 1
           perform varying ws-cycle-idx from 1 by 1
                   until ws-cycle-idx > ws-cycle-count
               if ws-cycle-date(ws-cycle-idx) >= rs-cycle-date
                   move ws-cycle-idx to ws-match-idx
                   move ws-cycle-count to ws-cycle-idx
               end-if
           end-perform
           move ws-match-idx to ws-cycle-idx
           if ws-cycle-idx <= ws-cycle-count
                   and ws-cycle-date(ws-cycle-idx) = rs-cycle-date
               set ws-found to true
           else
               if ws-cycle-count >= 400
                   if not ws-cycle-full
                       set ws-cycle-full to true
                       display "CYCLRPT: more than 400 cycles in "
                           "RUNCTL, later cycles not reported"
                   end-if
               else
                   perform insert-cycle
                   set ws-found to true
               end-if
           end-if.

       insert-cycle.
           perform varying ws-shift-idx from ws-cycle-count by -1
                   until ws-shift-idx < ws-cycle-idx
               move ws-cycle-entry(ws-shift-idx)
                   to ws-cycle-entry(ws-shift-idx + 1)
           end-perform
           add 1 to ws-cycle-count
           initialize ws-cycle-entry(ws-cycle-idx)
           move rs-cycle-date to ws-cycle-date(ws-cycle-idx)
           perform varying ws-expected-idx from 1 by 1
                   until ws-expected-idx > ws-expected-count
               add 1 to ws-cycle-step-count(ws-cycle-idx)
               move ws-cycle-step-count(ws-cycle-idx) to ws-step-idx
               move ws-expected-program(ws-expected-idx)
                   to ws-step-program(ws-cycle-idx, ws-step-idx)
           end-perform.

       find-step.
           move "N" to ws-found-flag
           perform varying ws-step-idx from 1 by 1
                   until ws-step-idx > ws-cycle-step-count(ws-cycle-idx)
               if ws-step-program(ws-cycle-idx, ws-step-idx)
                       = rs-program
                   set ws-found to true
                   move ws-step-idx to ws-match-idx
                   move ws-cycle-step-count(ws-cycle-idx) to ws-step-idx
               end-if
           end-perform
           if ws-found
               move ws-match-idx to ws-step-idx
           else
               if ws-cycle-step-count(ws-cycle-idx) >= 12
                   display "CYCLRPT: more than 12 programs for cycle "
                       rs-cycle-date ", " rs-program " not reported"
               else
                   add 1 to ws-cycle-step-count(ws-cycle-idx)
                   move ws-cycle-step-count(ws-cycle-idx)
                       to ws-step-idx
                   move rs-program
                       to ws-step-program(ws-cycle-idx, ws-step-idx)
                   set ws-found to true
               end-if
           end-if.

       apply-row.
      *    Latest wins for both phases, exactly as CYCLGATE reads the
      *    file - RUNCTL is only ever appended to, but the timestamp
      *    comparison keeps that true even for a hand-merged file.
           if rs-phase-start
               add 1 to ws-step-starts(ws-cycle-idx, ws-step-idx)
               if rs-timestamp(1:16)
                       > ws-step-start-ts(ws-cycle-idx, ws-step-idx)
                   move rs-timestamp(1:16)
                       to ws-step-start-ts(ws-cycle-idx, ws-step-idx)
               end-if
           else
               add 1 to ws-step-ends(ws-cycle-idx, ws-step-idx)
               if rs-timestamp(1:16)
                       >= ws-step-end-ts(ws-cycle-idx, ws-step-idx)
                   move rs-timestamp(1:16)
                       to ws-step-end-ts(ws-cycle-idx, ws-step-idx)
                   move rs-return-code
                       to ws-step-rc(ws-cycle-idx, ws-step-idx)
                   move rs-record-count
                       to ws-step-records(ws-cycle-idx, ws-step-idx)
               end-if
           end-if.

       settle-cycle-steps.
           perform varying ws-step-idx from 1 by 1
                   until ws-step-idx > ws-cycle-step-count(ws-cycle-idx)
               perform settle-one-step
           end-perform.

       settle-one-step.
      *    A START later than the latest END is a step that was
      *    (re)started and never finished - still running, or killed
      *    before it could stamp its END. An END with no START at all
      *    means the START row was lost; the code and count still
      *    stand but there is nothing to time.
           evaluate true
               when ws-step-starts(ws-cycle-idx, ws-step-idx) = 0
                       and ws-step-ends(ws-cycle-idx, ws-step-idx) = 0
                   set step-not-started(ws-cycle-idx, ws-step-idx)
                       to true
               when ws-step-starts(ws-cycle-idx, ws-step-idx) = 0
                   set step-no-start-row(ws-cycle-idx, ws-step-idx)
                       to true
               when ws-step-ends(ws-cycle-idx, ws-step-idx) = 0
                   set step-not-ended(ws-cycle-idx, ws-step-idx)
                       to true
               when ws-step-start-ts(ws-cycle-idx, ws-step-idx)
                       > ws-step-end-ts(ws-cycle-idx, ws-step-idx)
                   set step-not-ended(ws-cycle-idx, ws-step-idx)
                       to true
               when other
                   set step-complete(ws-cycle-idx, ws-step-idx)
                       to true
                   move ws-step-start-ts(ws-cycle-idx, ws-step-idx)
                       to ws-ts-work
                   perform compute-ts-secs
                   move ws-ts-secs to ws-from-secs
                   move ws-step-end-ts(ws-cycle-idx, ws-step-idx)
                       to ws-ts-work
                   perform compute-ts-secs
                   move ws-ts-secs to ws-to-secs
                   perform compute-diff-secs
                   move ws-diff-secs
                       to ws-step-elapsed(ws-cycle-idx, ws-step-idx)
           end-evaluate.

       compute-ts-secs.
      *    Day number times a day's seconds plus the time of day, so
      *    a step that runs across midnight still times correctly.
           compute ws-ts-secs =
               function integer-of-date(ws-ts-date) * 86400
               + ws-ts-hh * 3600 + ws-ts-mm * 60 + ws-ts-ss.

       compute-diff-secs.
           if ws-to-secs < ws-from-secs
               move zeros to ws-diff-secs
           else
               compute ws-diff-secs = ws-to-secs - ws-from-secs
           end-if
           if ws-diff-secs > 9999999
               move 9999999 to ws-diff-secs
           end-if.

       format-elapsed.
      *    HH:MM:SS, capped at 99:59:59 - a step that ran four days
      *    has bigger problems than this column's width.
           divide ws-fmt-secs by 3600 giving ws-fmt-hours
               remainder ws-fmt-rest
           if ws-fmt-hours > 99
               move 99 to ws-fmt-hh
               move 59 to ws-fmt-mm
               move 59 to ws-fmt-ss
           else
               move ws-fmt-hours to ws-fmt-hh
               divide ws-fmt-rest by 60 giving ws-fmt-mm
                   remainder ws-fmt-ss
           end-if.

       write-cycle-page.
           add 1 to ws-page-count
           move zeros to ws-page-exceptions
           move zeros to ws-page-complete
           move high-values to ws-window-start-ts
           move low-values to ws-window-end-ts
           move ws-history-cycles to ws-history-label
           initialize ws-report-line
           string "CYCLE STATUS REPORT    CYCLE "
               ws-cycle-date(ws-cycle-idx)
               "                                   PAGE "
               ws-page-count
               delimited by size into ws-report-line
           perform write-page-heading
           move spaces to ws-report-line
           perform write-report-line
           initialize ws-report-line
           string "STEP       START     END       ELAPSED   RC   "
               "RECORDS    AVG(" ws-history-label ")  VS AVG  FLAGS"
               delimited by size into ws-report-line
           perform write-report-line
           perform varying ws-step-idx from 1 by 1
                   until ws-step-idx > ws-cycle-step-count(ws-cycle-idx)
               perform write-step-line
           end-perform
           move spaces to ws-report-line
           perform write-report-line
           perform write-cycle-summary
           move ws-page-exceptions to ws-last-page-exceptions.

       write-step-line.
           move "--:--:--" to ws-start-text
           move "--:--:--" to ws-end-text
           move "--:--:--" to ws-elapsed-text
           move "--:--:--" to ws-avg-text
           move "   -- " to ws-vs-text
           move spaces to ws-flags-text
           move 1 to ws-flags-ptr
           if ws-step-start-ts(ws-cycle-idx, ws-step-idx) not = spaces
               string ws-step-start-ts(ws-cycle-idx, ws-step-idx)(9:2)
                   ":" ws-step-start-ts(ws-cycle-idx, ws-step-idx)(11:2)
                   ":" ws-step-start-ts(ws-cycle-idx, ws-step-idx)(13:2)
                   delimited by size into ws-start-text
           end-if
           if ws-step-end-ts(ws-cycle-idx, ws-step-idx) not = spaces
               string ws-step-end-ts(ws-cycle-idx, ws-step-idx)(9:2)
                   ":" ws-step-end-ts(ws-cycle-idx, ws-step-idx)(11:2)
                   ":" ws-step-end-ts(ws-cycle-idx, ws-step-idx)(13:2)
                   delimited by size into ws-end-text
           end-if
           evaluate true
               when step-not-started(ws-cycle-idx, ws-step-idx)
                   add 1 to ws-page-exceptions
                   string "NOT STARTED " delimited by size
                       into ws-flags-text with pointer ws-flags-ptr
               when step-not-ended(ws-cycle-idx, ws-step-idx)
                   add 1 to ws-page-exceptions
                   string "NO END " delimited by size
                       into ws-flags-text with pointer ws-flags-ptr
               when step-no-start-row(ws-cycle-idx, ws-step-idx)
                   add 1 to ws-page-exceptions
                   string "NO START ROW " delimited by size
                       into ws-flags-text with pointer ws-flags-ptr
               when step-complete(ws-cycle-idx, ws-step-idx)
                   add 1 to ws-page-complete
      *            Complete is not the same as clean - a step that
      *            ended on findings or a failure is the morning's
      *            business as much as one that never ran.
                   if ws-step-rc(ws-cycle-idx, ws-step-idx) not = 0
                       add 1 to ws-page-exceptions
                       string "RC "
                           ws-step-rc(ws-cycle-idx, ws-step-idx)
                           " " delimited by size
                           into ws-flags-text with pointer ws-flags-ptr
                   end-if
                   perform track-cycle-window
                   move ws-step-elapsed(ws-cycle-idx, ws-step-idx)
                       to ws-fmt-secs
                   perform format-elapsed
                   move ws-fmt-hms to ws-elapsed-text
                   perform average-step-history
           end-evaluate
           if ws-step-starts(ws-cycle-idx, ws-step-idx) > 1
               string "RERUN" delimited by size
                   into ws-flags-text with pointer ws-flags-ptr
           end-if
           initialize ws-report-line
           if ws-step-ends(ws-cycle-idx, ws-step-idx) > 0
               string ws-step-program(ws-cycle-idx, ws-step-idx)
                   " " ws-start-text "  " ws-end-text
                   "  " ws-elapsed-text
                   "  " ws-step-rc(ws-cycle-idx, ws-step-idx)
                   "  " ws-step-records(ws-cycle-idx, ws-step-idx)
                   "  " ws-avg-text "  " ws-vs-text "  " ws-flags-text
                   delimited by size into ws-report-line
           else
               string ws-step-program(ws-cycle-idx, ws-step-idx)
                   " " ws-start-text "  " ws-end-text
                   "  " ws-elapsed-text
                   "  ---  ---------"
                   "  " ws-avg-text "  " ws-vs-text "  " ws-flags-text
                   delimited by size into ws-report-line
           end-if
           perform write-report-line.

       average-step-history.
      *    The same step's completed runs over the cycles before this
      *    one, most recent first, up to the history depth asked for.
      *    Cycles where the step did not complete are skipped, not
      *    counted as zero - a failed night would otherwise drag the
      *    average down and hide exactly the creep being looked for.
           move zeros to ws-hist-used
           move zeros to ws-hist-total
           compute ws-hist-idx = ws-cycle-idx - 1
           perform until ws-hist-idx < 1
                   or ws-hist-used >= ws-history-cycles
               perform find-history-step
               subtract 1 from ws-hist-idx
           end-perform
           if ws-hist-used > 0
               compute ws-hist-avg rounded =
                   ws-hist-total / ws-hist-used
               move ws-hist-avg to ws-fmt-secs
               perform format-elapsed
               move ws-fmt-hms to ws-avg-text
               if ws-hist-avg > 0
                   compute ws-pct rounded =
                       (ws-step-elapsed(ws-cycle-idx, ws-step-idx)
                           - ws-hist-avg) * 100 / ws-hist-avg
                   move ws-pct to ws-pct-display
                   move ws-pct-display to ws-vs-text
                   if ws-pct >= ws-creep-pct
                       string "CREEP " delimited by size
                           into ws-flags-text with pointer ws-flags-ptr
                   end-if
               end-if
           end-if.

       find-history-step.
           perform varying ws-hist-step-idx from 1 by 1
                   until ws-hist-step-idx
                       > ws-cycle-step-count(ws-hist-idx)
               if ws-step-program(ws-hist-idx, ws-hist-step-idx)
                       = ws-step-program(ws-cycle-idx, ws-step-idx)
                   if step-complete(ws-hist-idx, ws-hist-step-idx)
                       add 1 to ws-hist-used
                       add ws-step-elapsed(ws-hist-idx,
                           ws-hist-step-idx) to ws-hist-total
                   end-if
                   move ws-cycle-step-count(ws-hist-idx)
                       to ws-hist-step-idx
               end-if
           end-perform.

       track-cycle-window.
      *    The night's overall window: first START to last END among
      *    the steps that finished.
           if ws-step-start-ts(ws-cycle-idx, ws-step-idx)
                   < ws-window-start-ts
               move ws-step-start-ts(ws-cycle-idx, ws-step-idx)
                   to ws-window-start-ts
           end-if
           if ws-step-end-ts(ws-cycle-idx, ws-step-idx)
                   > ws-window-end-ts
               move ws-step-end-ts(ws-cycle-idx, ws-step-idx)
                   to ws-window-end-ts
           end-if.

       write-cycle-summary.
           move "--:--:--" to ws-elapsed-text
           if ws-page-complete > 0
               move ws-window-start-ts to ws-ts-work
               perform compute-ts-secs
               move ws-ts-secs to ws-from-secs
               move ws-window-end-ts to ws-ts-work
               perform compute-ts-secs
               move ws-ts-secs to ws-to-secs
               perform compute-diff-secs
               move ws-diff-secs to ws-fmt-secs
               perform format-elapsed
               move ws-fmt-hms to ws-elapsed-text
           end-if
           initialize ws-report-line
           string "STEPS COMPLETE: " ws-page-complete
               "   EXCEPTIONS: " ws-page-exceptions
               "   CYCLE WINDOW: " ws-elapsed-text
               delimited by size into ws-report-line
           perform write-report-line.

       write-page-heading.
           display ws-report-line
           write cr-line from ws-report-line after advancing page
           if ws-report-status not = "00"
               display "CYCLRPT: write failed, status "
                   ws-report-status
               move 16 to return-code
           end-if.

       write-report-line.
           display ws-report-line
           write cr-line from ws-report-line after advancing 1 line
           if ws-report-status not = "00"
               display "CYCLRPT: write failed, status "
                   ws-report-status
               move 16 to return-code
           end-if.
