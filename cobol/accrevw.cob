       identification division.
       program-id. accrevw.
       author. matheus.
       date-written. October 15th 2026
       environment division.
       configuration section.
       input-output section.
       file-control.
      *    The periodic access review the auditors ask for: ROUTERLOG
      *    says who submitted what and how ROUTER judged it, OPAUTH
      *    says who was supposed to be able to. This program reads
      *    the two side by side and reports, per operator, what they
      *    actually ran, where they were refused (and whether the
      *    refusals look like somebody feeling for a way in), which
      *    grants nobody has used in a long time, and activity that
      *    fell outside the time-of-day window of the grant it claims.
      *    AUTHCHCK vets the grant file's structure; this program
      *    vets how the grants are being used.
           select router-log-file assign to "ROUTERLOG"
               organization is line sequential
               file status is ws-log-status.
           select op-auth-file assign to "OPAUTH"
               organization is line sequential
               file status is ws-auth-status.
           select review-report assign to "ACCREVW"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd  router-log-file.
       copy routerlog.
       fd  op-auth-file.
       copy opauth.
       fd  review-report.
       01 ar-line PIC X(100).
       working-storage section.
       copy parmcall.
       01 ws-log-status PIC X(2).
       01 ws-auth-status PIC X(2).
       01 ws-report-status PIC X(2).
       01 ws-eof-flag PIC X value "N".
           88 ws-eof value "Y".
       01 ws-timestamp PIC X(26).
       01 ws-today PIC 9(8).
       01 ws-today-int PIC 9(7).
       01 ws-cutoff-date PIC 9(8).
       01 ws-day-int PIC 9(7).
      *    How long a grant may sit unused before it is reported, and
      *    how many authorization refusals in one day it takes for an
      *    operator's refusals to be reported as probing rather than
      *    the odd fat-fingered submission.
       01 ws-unused-env PIC X(4).
       01 ws-unused-days PIC 9(4).
       01 ws-probe-env PIC X(3).
       01 ws-probe-limit PIC 9(3).
       01 ws-row-count PIC 9(7) value zeros.
       01 ws-skipped-count PIC 9(7) value zeros.
       01 ws-finding-count PIC 9(5) value zeros.
      *    Every OPAUTH row, as loaded, with the date of the last
      *    accepted call that operator made for that request type -
      *    an operator holding an expired grant and its renewal uses
      *    both rows at once, which is how ROUTER judges them too.
       01 ws-grant-table.
           05 ws-grant-entry occurs 50 times.
               10 ws-grant-operator-id PIC X(8).
               10 ws-grant-req-type PIC X(2).
               10 ws-grant-eff-date PIC 9(8).
               10 ws-grant-exp-date PIC 9(8).
               10 ws-grant-start-time PIC 9(4).
               10 ws-grant-end-time PIC 9(4).
               10 ws-grant-last-used PIC 9(8).
       01 ws-grant-count PIC 9(3) value zeros.
       01 ws-grant-idx PIC 9(3).
      *    One entry per operator seen in ROUTERLOG, with a per-type
      *    breakdown of what they ran. Refusals are counted by day as
      *    the log is read - ROUTER only ever appends, so an
      *    operator's rows arrive in time order and a change of date
      *    closes that operator's day.
       01 ws-operator-table.
           05 ws-operator-entry occurs 50 times.
               10 ws-op-id PIC X(8).
               10 ws-op-calls PIC 9(7).
               10 ws-op-refusals PIC 9(7).
               10 ws-op-outside PIC 9(7).
               10 ws-op-probe-days PIC 9(5).
               10 ws-op-day PIC 9(8).
               10 ws-op-day-refusals PIC 9(5).
               10 ws-op-type-count PIC 9(2).
               10 ws-op-type-entry occurs 10 times.
                   15 ws-op-type PIC X(2).
                   15 ws-op-type-calls PIC 9(7).
                   15 ws-op-type-accepted PIC 9(7).
                   15 ws-op-type-refused PIC 9(7).
                   15 ws-op-type-rejected PIC 9(7).
                   15 ws-op-type-held PIC 9(7).
       01 ws-operator-count PIC 9(3) value zeros.
       01 ws-op-idx PIC 9(3).
       01 ws-type-idx PIC 9(2).
       01 ws-match-idx PIC 9(3).
       01 ws-found-flag PIC X.
           88 ws-found value "Y".
      *    Probing days found, for the detail lines under each
      *    operator.
       01 ws-probe-table.
           05 ws-probe-entry occurs 200 times.
               10 ws-probe-op-idx PIC 9(3).
               10 ws-probe-date PIC 9(8).
               10 ws-probe-refusals PIC 9(5).
       01 ws-probe-count PIC 9(3) value zeros.
       01 ws-probe-idx PIC 9(3).
       01 ws-row-date PIC 9(8).
       01 ws-row-time PIC 9(4).
       01 ws-row-operator PIC X(8).
       01 ws-window-state PIC X.
           88 window-no-grant value "N".
           88 window-inside value "I".
           88 window-outside value "O".
       01 ws-last-used-text PIC X(8).
       01 ws-idle-days PIC 9(7).
       01 ws-report-line PIC X(100).
       procedure division.
       main-line.
           display "ACCREVW START"
           move function current-date to ws-timestamp
           move ws-timestamp(1:8) to ws-today
           perform set-review-options
           compute ws-today-int = function integer-of-date(ws-today)
           compute ws-day-int = ws-today-int - ws-unused-days
           compute ws-cutoff-date = function date-of-integer(ws-day-int)
           open output review-report
           if ws-report-status not = "00"
               display "ACCREVW: cannot open ACCREVW, status "
                   ws-report-status
               move 16 to return-code
               stop run
           end-if
           perform load-grant-table
           open input router-log-file
           if ws-log-status = "00"
               move "N" to ws-eof-flag
               perform until ws-eof
                   read router-log-file
                       at end move "Y" to ws-eof-flag
                       not at end perform review-one-row
                   end-read
               end-perform
               close router-log-file
           else
      *        Same stance LATRPT takes: no ROUTERLOG yet is no
      *        traffic, and every grant on file is then unused.
               display "ACCREVW: ROUTERLOG not available, status "
                   ws-log-status ", reviewing grants only"
           end-if
           perform varying ws-op-idx from 1 by 1
                   until ws-op-idx > ws-operator-count
               perform close-operator-day
           end-perform
           perform write-review-heading
           perform varying ws-op-idx from 1 by 1
                   until ws-op-idx > ws-operator-count
               perform write-operator-block
           end-perform
           perform write-unused-grants
           initialize ws-report-line
           string "Rows read: " ws-row-count
               " not reviewable: " ws-skipped-count
               " operators: " ws-operator-count
               " findings: " ws-finding-count
               delimited by size into ws-report-line
           perform write-report-line
           close review-report
           if ws-finding-count > 0 and return-code = 0
               move 8 to return-code
           end-if
           display "ACCREVW END"
           stop run.

       set-review-options.
           move "ACCREVW" to pc-program
           move "UNUSED_DAYS" to pc-name
           move "30" to pc-default
           perform get-parameter
           move pc-value to ws-unused-env
           if ws-unused-env = spaces
               move 30 to ws-unused-days
           else
               if function trim(ws-unused-env) is numeric
                   move function numval(ws-unused-env)
                       to ws-unused-days
               else
                   display "ACCREVW: ACCREVW_UNUSED_DAYS must be "
                       "numeric"
                   move 16 to return-code
                   stop run
               end-if
           end-if
           move "ACCREVW" to pc-program
           move "PROBE_LIMIT" to pc-name
           move "3" to pc-default
           perform get-parameter
           move pc-value to ws-probe-env
           if ws-probe-env = spaces
               move 3 to ws-probe-limit
           else
               if function trim(ws-probe-env) is numeric
                   move function numval(ws-probe-env)
                       to ws-probe-limit
               else
                   display "ACCREVW: ACCREVW_PROBE_LIMIT must be "
                       "numeric"
                   move 16 to return-code
                   stop run
               end-if
           end-if
           if ws-probe-limit = 0
               move 3 to ws-probe-limit
           end-if.

       get-parameter.
      *    Settings come from CYCLPARM - see there. One it refuses
      *    stops the run.
           move "ACCREVW" to pc-caller
           call "cyclparm" using parm-call
           if return-code not = 0
               display "ACCREVW: cannot start on these parameters"
               stop run
           end-if.

       load-grant-table.
      *    No OPAUTH is ROUTER's open-door configuration - nothing to
      *    review the traffic against, but the traffic itself is
      *    still worth the per-operator breakdown.
           open input op-auth-file
           if ws-auth-status = "00"
               move "N" to ws-eof-flag
               perform until ws-eof
                   read op-auth-file
                       at end move "Y" to ws-eof-flag
                       not at end perform store-grant
                   end-read
               end-perform
               close op-auth-file
           else
               display "ACCREVW: OPAUTH not available, status "
                   ws-auth-status ", no grants to review against"
           end-if.

       store-grant.
      *    Rows AUTHCHCK would call misloads are left out here too -
      *    a grant that cannot be read cannot be judged.
           if oa-operator-id = spaces or oa-req-type = spaces
                   or oa-eff-date is not numeric
                   or oa-exp-date is not numeric
                   or oa-start-time is not numeric
                   or oa-end-time is not numeric
               display "ACCREVW: OPAUTH row for " oa-operator-id
                   " not reviewable, run AUTHCHCK"
           else
               if ws-grant-count >= 50
                   display "ACCREVW: OPAUTH has more than 50 rows, "
                       "ignoring " oa-operator-id " and any after it"
               else
                   add 1 to ws-grant-count
                   move oa-operator-id
                       to ws-grant-operator-id(ws-grant-count)
                   move oa-req-type to ws-grant-req-type(ws-grant-count)
                   move oa-eff-date to ws-grant-eff-date(ws-grant-count)
                   move oa-exp-date to ws-grant-exp-date(ws-grant-count)
                   move oa-start-time
                       to ws-grant-start-time(ws-grant-count)
                   move oa-end-time to ws-grant-end-time(ws-grant-count)
                   move zeros to ws-grant-last-used(ws-grant-count)
               end-if
           end-if.

       review-one-row.
      *    Table-reload rows ("**") judge no request and belong to
      *    nobody; a row whose timestamp cannot be read cannot be
      *    placed in a day or a time window.
           add 1 to ws-row-count
           if rl-req-type = "**"
               continue
           else
               if rl-timestamp(1:12) is not numeric
                   add 1 to ws-skipped-count
               else
                   move rl-timestamp(1:8) to ws-row-date
                   move rl-timestamp(9:4) to ws-row-time
                   move rl-operator-id to ws-row-operator
                   perform find-operator
                   if ws-found
                       perform tally-operator-row
                   else
                       add 1 to ws-skipped-count
                   end-if
               end-if
           end-if.

       find-operator.
           move "N" to ws-found-flag
           perform varying ws-op-idx from 1 by 1
                   until ws-op-idx > ws-operator-count
               if ws-op-id(ws-op-idx) = ws-row-operator
                   set ws-found to true
                   move ws-op-idx to ws-match-idx
                   move ws-operator-count to ws-op-idx
               end-if
           end-perform
           if ws-found
               move ws-match-idx to ws-op-idx
           else
               if ws-operator-count >= 50
                   display "ACCREVW: more than 50 operators in "
                       "ROUTERLOG, " ws-row-operator " not reviewed"
               else
                   add 1 to ws-operator-count
                   move ws-operator-count to ws-op-idx
                   initialize ws-operator-entry(ws-op-idx)
                   move ws-row-operator to ws-op-id(ws-op-idx)
                   set ws-found to true
               end-if
           end-if.

       tally-operator-row.
           if ws-row-date not = ws-op-day(ws-op-idx)
               perform close-operator-day
               move ws-row-date to ws-op-day(ws-op-idx)
           end-if
           add 1 to ws-op-calls(ws-op-idx)
           perform find-operator-type
           if ws-found
               add 1 to ws-op-type-calls(ws-op-idx, ws-type-idx)
               evaluate true
                   when rl-accepted
                       add 1 to ws-op-type-accepted(ws-op-idx,
                           ws-type-idx)
                       perform mark-grant-used
                       if rl-reason(1:12) = "RELEASED BY "
                           perform mark-release-grant-used
                       end-if
      *            30 is ROUTER parking the request for a supervisor -
      *            neither a refusal nor a reject.
                   when rl-held or rl-return-code = 30
                       add 1 to ws-op-type-held(ws-op-idx,
                           ws-type-idx)
      *            22 is ROUTER's operator-authorization refusal - not
      *            on the table, expired, not yet effective, or
      *            outside the time window.
                   when rl-return-code = 22
                       add 1 to ws-op-type-refused(ws-op-idx,
                           ws-type-idx)
                       add 1 to ws-op-refusals(ws-op-idx)
                       add 1 to ws-op-day-refusals(ws-op-idx)
                   when other
                       add 1 to ws-op-type-rejected(ws-op-idx,
                           ws-type-idx)
               end-evaluate
           end-if
           perform check-row-window
           if window-outside
               add 1 to ws-op-outside(ws-op-idx)
           end-if.

       find-operator-type.
           move "N" to ws-found-flag
           perform varying ws-type-idx from 1 by 1
                   until ws-type-idx > ws-op-type-count(ws-op-idx)
               if ws-op-type(ws-op-idx, ws-type-idx) = rl-req-type
                   set ws-found to true
                   move ws-type-idx to ws-match-idx
                   move ws-op-type-count(ws-op-idx) to ws-type-idx
               end-if
           end-perform
           if ws-found
               move ws-match-idx to ws-type-idx
           else
               if ws-op-type-count(ws-op-idx) >= 10
                   display "ACCREVW: more than 10 request types for "
                       ws-op-id(ws-op-idx) ", " rl-req-type
                       " not broken out"
               else
                   add 1 to ws-op-type-count(ws-op-idx)
                   move ws-op-type-count(ws-op-idx) to ws-type-idx
                   move rl-req-type
                       to ws-op-type(ws-op-idx, ws-type-idx)
                   move zeros
                       to ws-op-type-calls(ws-op-idx, ws-type-idx)
                   move zeros
                       to ws-op-type-accepted(ws-op-idx, ws-type-idx)
                   move zeros
                       to ws-op-type-refused(ws-op-idx, ws-type-idx)
                   move zeros
                       to ws-op-type-rejected(ws-op-idx, ws-type-idx)
                   move zeros
                       to ws-op-type-held(ws-op-idx, ws-type-idx)
                   set ws-found to true
               end-if
           end-if.

       close-operator-day.
      *    One probing finding per operator per day, however many
      *    refusals past the limit it took.
           if ws-op-day-refusals(ws-op-idx) >= ws-probe-limit
               add 1 to ws-op-probe-days(ws-op-idx)
               if ws-probe-count < 200
                   add 1 to ws-probe-count
                   move ws-op-idx to ws-probe-op-idx(ws-probe-count)
                   move ws-op-day(ws-op-idx)
                       to ws-probe-date(ws-probe-count)
                   move ws-op-day-refusals(ws-op-idx)
                       to ws-probe-refusals(ws-probe-count)
               end-if
           end-if
           move zeros to ws-op-day-refusals(ws-op-idx).

       mark-grant-used.
      *    Every row of the pair counts as used - the review is about
      *    whether the operator still needs the access, not which of
      *    two overlapping rows happened to let them in.
           perform varying ws-grant-idx from 1 by 1
                   until ws-grant-idx > ws-grant-count
               if ws-grant-operator-id(ws-grant-idx) = ws-row-operator
                       and ws-grant-req-type(ws-grant-idx)
                           = rl-req-type
                       and ws-row-date
                           > ws-grant-last-used(ws-grant-idx)
                   move ws-row-date to ws-grant-last-used(ws-grant-idx)
               end-if
           end-perform.

       mark-release-grant-used.
      *    A release is the supervisor's use of their SV grant; the
      *    row itself belongs to the submitter it was judged for.
           perform varying ws-grant-idx from 1 by 1
                   until ws-grant-idx > ws-grant-count
               if ws-grant-operator-id(ws-grant-idx) = rl-reason(13:8)
                       and ws-grant-req-type(ws-grant-idx) = "SV"
                       and ws-row-date
                           > ws-grant-last-used(ws-grant-idx)
                   move ws-row-date to ws-grant-last-used(ws-grant-idx)
               end-if
           end-perform.

       check-row-window.
      *    The same window rules ROUTER applies - zero-zero is any
      *    time, a start after the end wraps past midnight - tried
      *    against every grant of this operator and type in force on
      *    the row's date. Inside any one of them is inside; grants
      *    existing but none covering the time is outside. No grant
      *    in force at all is not a window question - it is already
      *    a refusal (or open-door traffic) and is reported as such.
           set window-no-grant to true
           perform varying ws-grant-idx from 1 by 1
                   until ws-grant-idx > ws-grant-count
                       or window-inside
               if ws-grant-operator-id(ws-grant-idx) = ws-row-operator
                       and ws-grant-req-type(ws-grant-idx)
                           = rl-req-type
                       and ws-row-date
                           >= ws-grant-eff-date(ws-grant-idx)
                       and ws-row-date
                           <= ws-grant-exp-date(ws-grant-idx)
                   perform check-one-grant-window
               end-if
           end-perform.

       check-one-grant-window.
           evaluate true
               when ws-grant-start-time(ws-grant-idx) = zeros
                       and ws-grant-end-time(ws-grant-idx) = zeros
                   set window-inside to true
               when ws-grant-start-time(ws-grant-idx)
                       <= ws-grant-end-time(ws-grant-idx)
                   if ws-row-time >= ws-grant-start-time(ws-grant-idx)
                           and ws-row-time
                               <= ws-grant-end-time(ws-grant-idx)
                       set window-inside to true
                   else
                       set window-outside to true
                   end-if
               when other
                   if ws-row-time >= ws-grant-start-time(ws-grant-idx)
                           or ws-row-time
                               <= ws-grant-end-time(ws-grant-idx)
                       set window-inside to true
                   else
                       set window-outside to true
                   end-if
           end-evaluate.

       write-review-heading.
           initialize ws-report-line
           string "ACCESS REVIEW AS OF " ws-today
               "   UNUSED AFTER " ws-unused-days " DAYS"
               "   PROBE LIMIT " ws-probe-limit " REFUSALS/DAY"
               delimited by size into ws-report-line
           perform write-report-line
           move spaces to ws-report-line
           perform write-report-line.

       write-operator-block.
           initialize ws-report-line
           if ws-op-id(ws-op-idx) = spaces
               string "OPERATOR (NONE)   CALLS " ws-op-calls(ws-op-idx)
                   "  REFUSALS " ws-op-refusals(ws-op-idx)
                   "  PROBING DAYS " ws-op-probe-days(ws-op-idx)
                   "  OUTSIDE WINDOW " ws-op-outside(ws-op-idx)
                   delimited by size into ws-report-line
           else
               string "OPERATOR " ws-op-id(ws-op-idx)
                   "  CALLS " ws-op-calls(ws-op-idx)
                   "  REFUSALS " ws-op-refusals(ws-op-idx)
                   "  PROBING DAYS " ws-op-probe-days(ws-op-idx)
                   "  OUTSIDE WINDOW " ws-op-outside(ws-op-idx)
                   delimited by size into ws-report-line
           end-if
           perform write-report-line
           perform varying ws-type-idx from 1 by 1
                   until ws-type-idx > ws-op-type-count(ws-op-idx)
               initialize ws-report-line
               string "    " ws-op-type(ws-op-idx, ws-type-idx)
                   "  CALLS " ws-op-type-calls(ws-op-idx, ws-type-idx)
                   "  ACCEPTED "
                   ws-op-type-accepted(ws-op-idx, ws-type-idx)
                   "  REFUSED "
                   ws-op-type-refused(ws-op-idx, ws-type-idx)
                   "  OTHER REJECTS "
                   ws-op-type-rejected(ws-op-idx, ws-type-idx)
                   "  HELD " ws-op-type-held(ws-op-idx, ws-type-idx)
                   delimited by size into ws-report-line
               perform write-report-line
           end-perform
           perform varying ws-probe-idx from 1 by 1
                   until ws-probe-idx > ws-probe-count
               if ws-probe-op-idx(ws-probe-idx) = ws-op-idx
                   add 1 to ws-finding-count
                   initialize ws-report-line
                   string "    *** PROBING: "
                       ws-probe-date(ws-probe-idx)
                       " refused " ws-probe-refusals(ws-probe-idx)
                       " time(s)"
                       delimited by size into ws-report-line
                   perform write-report-line
               end-if
           end-perform
           if ws-op-outside(ws-op-idx) > 0
               add 1 to ws-finding-count
               initialize ws-report-line
               string "    *** OUTSIDE GRANT WINDOW: "
                   ws-op-outside(ws-op-idx) " call(s)"
                   delimited by size into ws-report-line
               perform write-report-line
           end-if
           move spaces to ws-report-line
           perform write-report-line.

       write-unused-grants.
      *    Only grants still in force and old enough to have been
      *    used - an expired row is AUTHCHCK's finding, and a grant
      *    made last week has not had the chance to go stale.
           initialize ws-report-line
           string "GRANTS UNUSED FOR " ws-unused-days " DAYS OR MORE"
               delimited by size into ws-report-line
           perform write-report-line
           perform varying ws-grant-idx from 1 by 1
                   until ws-grant-idx > ws-grant-count
               if ws-grant-exp-date(ws-grant-idx) >= ws-today
                       and ws-grant-eff-date(ws-grant-idx)
                           <= ws-cutoff-date
                       and ws-grant-last-used(ws-grant-idx)
                           < ws-cutoff-date
                   perform write-unused-grant-line
               end-if
           end-perform
           move spaces to ws-report-line
           perform write-report-line.

       write-unused-grant-line.
           add 1 to ws-finding-count
           if ws-grant-last-used(ws-grant-idx) = zeros
               move "NEVER" to ws-last-used-text
               compute ws-idle-days = ws-today-int
                   - function integer-of-date
                       (ws-grant-eff-date(ws-grant-idx))
           else
               move ws-grant-last-used(ws-grant-idx)
                   to ws-last-used-text
               compute ws-idle-days = ws-today-int
                   - function integer-of-date
                       (ws-grant-last-used(ws-grant-idx))
           end-if
           initialize ws-report-line
           string "    " ws-grant-operator-id(ws-grant-idx)
               " " ws-grant-req-type(ws-grant-idx)
               "  GRANTED " ws-grant-eff-date(ws-grant-idx)
               "-" ws-grant-exp-date(ws-grant-idx)
               "  LAST USED " ws-last-used-text
               "  IDLE " ws-idle-days " DAYS"
               delimited by size into ws-report-line
           perform write-report-line.

       write-report-line.
           display ws-report-line
           write ar-line from ws-report-line
           if ws-report-status not = "00"
               display "ACCREVW: write failed, status "
                   ws-report-status
               move 16 to return-code
           end-if.
