           select refresh-signal-file assign to "ROUTERRFRSH"
               organization is line sequential
               file status is ws-refresh-status.
           select hold-rule-file assign to "HOLDRULE"
               organization is line sequential
               file status is ws-hold-rule-status.
           select hold-queue-file assign to "HOLDQ"
               organization is line sequential
               file status is ws-hold-queue-status.
       data division.
       file section.
       fd  lsin-range-file.
      *    deleting out from under a running batch.
       fd  refresh-signal-file.
       01 rf-signal-record PIC X(26).
       fd  hold-rule-file.
       copy holdrule.
       fd  hold-queue-file.
       copy holdq.
       working-storage section.
       01 ws-entry-version PIC 9(1) value 1.
       01 ws-entry-lin PIC A(512).
               10 ws-auth-end-time PIC 9(4).
       01 ws-auth-count PIC 9(3) value zeros.
       01 ws-operator-id PIC X(8).
       01 ws-run-operator-id PIC X(8).
       copy parmcall.
       01 ws-operator-ok PIC X value "Y".
           88 operator-authorized value "Y".
           88 operator-not-authorized value "N".
       01 ws-elapsed-hs PIC 9(7).
       01 ws-validate-hs PIC 9(7) value zeros.
       01 ws-dispatch-hs PIC 9(7) value zeros.
      *    Hold rules, loaded once per run unit like the other
      *    reference tables and reloaded with them on the operator's
      *    signal.
       01 ws-hold-rule-status PIC X(2).
       01 ws-hold-queue-status PIC X(2).
       01 ws-hold-table-loaded PIC X value "N".
           88 hold-table-loaded value "Y".
       01 ws-hold-eof-flag PIC X value "N".
           88 ws-hold-eof value "Y".
       01 ws-hold-table.
           05 ws-hold-entry occurs 20 times
                   indexed by ws-hold-idx.
               10 ws-hold-rule-id PIC X(8).
               10 ws-hold-req-type PIC X(2).
               10 ws-hold-kind PIC X(2).
               10 ws-hold-value PIC 9(3).
               10 ws-hold-eff-date PIC 9(8).
               10 ws-hold-exp-date PIC 9(8).
               10 ws-hold-description PIC X(40).
       01 ws-hold-count PIC 9(3) value zeros.
       01 ws-hold-match PIC 9(3).
       01 ws-hold-state PIC X value "C".
           88 request-clear value "C".
           88 request-held value "H".
           88 release-refused value "R".
       01 ws-hold-rule-flag PIC X.
           88 hold-rule-in-force value "Y".
           88 hold-rule-not-in-force value "N".
       01 ws-hold-now PIC X(26).
       01 ws-hold-today PIC 9(8).
       01 ws-hold-sequence PIC 9(4) value zeros.
       01 ws-edge-low PIC S9(4).
       01 ws-edge-high PIC S9(4).
       01 ws-grant-age PIC S9(7).
       01 ws-run-supervisor-id PIC X(8).
       01 ws-supervisor-flag PIC X value "N".
           88 supervisor-id-loaded value "Y".
       linkage section.
       copy cmnreq.
       procedure division using cmn-request.
           if not auth-table-loaded
               perform load-auth-table
           end-if
           if not hold-table-loaded
               perform load-hold-table
           end-if
      *    A request that names its own submitter is judged (and
      *    logged) as that submitter; otherwise the run unit's
      *    identity stands, as it always has for single-submitter
      *    drivers.
           if cmn-operator-id not = spaces
               move cmn-operator-id to ws-operator-id
           else
               move ws-run-operator-id to ws-operator-id
           end-if
      *    Checked between dispatches, so an emergency LSINRNG or
      *    OPAUTH fix can take effect mid-batch under operator
      *    control instead of waiting for a kill and restart from
                   perform validate-lin-content
               end-if
           end-if
      *    Hold rules come after every validation - only a request
      *    that would otherwise be dispatched is worth a supervisor's
      *    look. A release is judged by the validations all over
      *    again, but the rules that caught it are the releasing
      *    supervisor's to overrule.
           set request-clear to true
           if operator-authorized and lsin-in-range and lin-content-ok
               if cmn-release-by = spaces
                   perform check-hold-rules
               else
                   perform check-release
               end-if
           end-if
           perform take-clock-reading
           perform compute-elapsed-hs
           move ws-elapsed-hs to ws-validate-hs
           if operator-authorized and lsin-in-range and lin-content-ok
                   and request-clear
               evaluate true
                   when cmn-req-entry
                       perform dispatch-entry
       load-auth-table.
      *    Loaded once per run unit, like the range and pattern
      *    tables. The submitting operator or job identifies itself
      *    through its ROUTER OPERATOR_ID setting (see CYCLPARM) -
      *    picked up here, at load time, because a run unit doesn't
      *    change identity mid-run. A setting CYCLPARM refuses leaves
      *    the run unit unidentified, which OPAUTH refuses - the
      *    driver has normally stopped on the same refusal already.
      *    A driver carrying several submitters' work names each
      *    request's submitter in CMN-OPERATOR-ID instead, and that
      *    wins for the one call (see MAIN-LINE).
      *    No OPAUTH file means no submission restrictions are
      *    configured and every caller is taken at face value, the
      *    same contract as a missing LSINRNG or LINPATRN.
           set auth-table-loaded to true
           move zeros to ws-auth-count
           move "ROUTER" to pc-caller
           move "ROUTER" to pc-program
           move "OPERATOR_ID" to pc-name
           move spaces to pc-default
           call "cyclparm" using parm-call
           if return-code = 0
               move pc-value to ws-run-operator-id
           else
               move spaces to ws-run-operator-id
               move zeros to return-code
           end-if
           open input op-auth-file
           if ws-auth-status = "00"
               move "N" to ws-auth-eof-flag
               move oa-end-time to ws-auth-end-time(ws-auth-idx)
           end-if.

       load-hold-table.
      *    No HOLDRULE means no hold rules configured and nothing is
      *    ever held - the same contract as a missing LSINRNG.
           set hold-table-loaded to true
           move zeros to ws-hold-count
           open input hold-rule-file
           if ws-hold-rule-status = "00"
               move "N" to ws-hold-eof-flag
               perform until ws-hold-eof
                   read hold-rule-file
                       at end move "Y" to ws-hold-eof-flag
                       not at end perform store-hold-entry
                   end-read
               end-perform
               close hold-rule-file
           else
               display "ROUTER: cannot open HOLDRULE, status "
                   ws-hold-rule-status ", no hold rules loaded"
           end-if.

       store-hold-entry.
      *    A rule that cannot be read as written is left out and
      *    said so, rather than guessed at.
           evaluate true
               when ws-hold-count >= 20
                   display "ROUTER: HOLDRULE has more than 20 entries, "
                       "ignoring " hr-rule-id " and any rows after it"
               when not hr-kind-range-edge and not hr-kind-type
                       and not hr-kind-new-grant
                   display "ROUTER: HOLDRULE " hr-rule-id
                       " has unknown kind " hr-kind ", ignored"
               when hr-value is not numeric
                       or hr-eff-date is not numeric
                       or hr-exp-date is not numeric
                   display "ROUTER: HOLDRULE " hr-rule-id
                       " has a non-numeric value or date, ignored"
               when other
                   add 1 to ws-hold-count
                   set ws-hold-idx to ws-hold-count
                   move hr-rule-id to ws-hold-rule-id(ws-hold-idx)
                   move hr-req-type to ws-hold-req-type(ws-hold-idx)
                   move hr-kind to ws-hold-kind(ws-hold-idx)
                   move hr-value to ws-hold-value(ws-hold-idx)
                   move hr-eff-date to ws-hold-eff-date(ws-hold-idx)
                   move hr-exp-date to ws-hold-exp-date(ws-hold-idx)
                   move hr-description
                       to ws-hold-description(ws-hold-idx)
           end-evaluate.

       check-refresh-signal.
      *    No signal file, or the same token as last time, means no
      *    refresh is wanted - the common case on every dispatch, and
               move "N" to ws-range-table-loaded
               move "N" to ws-pattern-table-loaded
               move "N" to ws-auth-table-loaded
               move "N" to ws-hold-table-loaded
               perform load-range-table
               perform load-pattern-table
               perform load-auth-table
               perform load-hold-table
               display "ROUTER: reference tables reloaded on operator "
                   "signal " ws-signal-token
               move "RELOADED" to ws-reload-disposition
               move ws-reload-reason to rl-reason
               move zeros to rl-validate-hs
               move zeros to rl-dispatch-hs
               move ws-operator-id to rl-operator-id
               write router-log-record
               if ws-log-status not = "00"
                   display "ROUTER: cannot write ROUTERLOG, status "
               move "REJECTED" to ws-log-disposition
           end-if.

       check-hold-rules.
      *    Rules in force today, in file order; the first that
      *    matches holds the request.
           move function current-date to ws-hold-now
           move ws-hold-now(1:8) to ws-hold-today
           move zeros to ws-hold-match
           perform varying ws-hold-idx from 1 by 1
                   until ws-hold-idx > ws-hold-count
                       or request-held
               if ws-hold-req-type(ws-hold-idx) = spaces
                       or ws-hold-req-type(ws-hold-idx) = cmn-req-type
                   perform check-hold-rule-dates
                   if hold-rule-in-force
                       perform check-one-hold-rule
                   end-if
               end-if
           end-perform
           if request-held
               perform park-request
           end-if.

       check-hold-rule-dates.
      *    Both dates inclusive; a zero date leaves that end open.
           set hold-rule-in-force to true
           if ws-hold-eff-date(ws-hold-idx) > ws-hold-today
               set hold-rule-not-in-force to true
           end-if
           if ws-hold-exp-date(ws-hold-idx) not = zeros
                   and ws-hold-exp-date(ws-hold-idx) < ws-hold-today
               set hold-rule-not-in-force to true
           end-if.

       check-one-hold-rule.
           evaluate ws-hold-kind(ws-hold-idx)
               when "TY"
                   set request-held to true
               when "RE"
                   perform varying ws-range-idx from 1 by 1
                           until ws-range-idx > ws-range-count
                       if ws-range-req-type(ws-range-idx) = cmn-req-type
                           compute ws-edge-low =
                               ws-range-min-lsin(ws-range-idx)
                               + ws-hold-value(ws-hold-idx)
                           compute ws-edge-high =
                               ws-range-max-lsin(ws-range-idx)
                               - ws-hold-value(ws-hold-idx)
                           if cmn-lsin <= ws-edge-low
                                   or cmn-lsin >= ws-edge-high
                               set request-held to true
                           end-if
                           set ws-range-idx to ws-range-count
                       end-if
                   end-perform
               when "NG"
      *            Any of the submitter's grants for the type that is
      *            that young counts - a renewal is a new grant too.
                   perform varying ws-auth-idx from 1 by 1
                           until ws-auth-idx > ws-auth-count
                               or request-held
                       if ws-auth-operator-id(ws-auth-idx)
                               = ws-operator-id
                           and ws-auth-req-type(ws-auth-idx)
                               = cmn-req-type
                           and ws-auth-eff-date(ws-auth-idx)
                               <= ws-hold-today
                           and function test-date-yyyymmdd(
                               ws-auth-eff-date(ws-auth-idx)) = 0
                           compute ws-grant-age =
                               function integer-of-date(ws-hold-today)
                               - function integer-of-date(
                                   ws-auth-eff-date(ws-auth-idx))
                           if ws-grant-age < ws-hold-value(ws-hold-idx)
                               set request-held to true
                           end-if
                       end-if
                   end-perform
           end-evaluate
           if request-held
               set ws-hold-match to ws-hold-idx
           end-if.

       park-request.
      *    The request goes into HOLDQ whole, so HOLDREL can hand it
      *    back to ROUTER exactly as it was submitted. A hold that
      *    cannot be parked is not dispatched either - it is
      *    rejected, and the submitter sees it as any other reject.
           add 1 to ws-hold-sequence
           initialize hold-queue-record
           string ws-hold-now(1:16) ws-hold-sequence
               delimited by size into hq-hold-id
           set hq-status-pending to true
           move ws-hold-now to hq-held-at
           move ws-hold-rule-id(ws-hold-match) to hq-rule-id
           move ws-hold-description(ws-hold-match) to hq-rule-reason
           move ws-operator-id to hq-submitter
           move zeros to hq-release-rc
           move cmn-request to hq-request
           open extend hold-queue-file
           if ws-hold-queue-status = "35"
               open output hold-queue-file
           end-if
           if ws-hold-queue-status = "00"
               write hold-queue-record
               close hold-queue-file
           end-if
           if ws-hold-queue-status not = "00"
               display "ROUTER: cannot park held request in HOLDQ, "
                   "status " ws-hold-queue-status ", rejecting"
               move 31 to return-code
               move 31 to ws-log-return-code
               move "REJECTED" to ws-log-disposition
               move "HOLD QUEUE UNAVAILABLE" to ws-log-reason
           else
               display "ROUTER: " cmn-req-type " request held by rule "
                   ws-hold-rule-id(ws-hold-match) " as " hq-hold-id
               move 30 to return-code
               move 30 to ws-log-return-code
               move "HELD" to ws-log-disposition
               move spaces to ws-log-reason
               string "HELD BY RULE " ws-hold-rule-id(ws-hold-match)
                   delimited by size into ws-log-reason
           end-if.

       check-release.
      *    HOLDREL already refuses a decision from anyone but its own
      *    run unit's supervisor, from an unauthorized supervisor, or
      *    on the supervisor's own submission; refused here too, so
      *    no other caller can release by filling in CMN-RELEASE-BY.
      *    The identity comes from the HOLDREL SUPERVISOR_ID setting
      *    (see CYCLPARM), read the first time a release arrives -
      *    only HOLDREL's run units ever need it. A release always
      *    needs a current SV grant in OPAUTH, even where no OPAUTH
      *    is in force for submissions.
           if not supervisor-id-loaded
               set supervisor-id-loaded to true
               move "ROUTER" to pc-caller
               move "HOLDREL" to pc-program
               move "SUPERVISOR_ID" to pc-name
               move spaces to pc-default
               call "cyclparm" using parm-call
               if return-code = 0
                   move pc-value to ws-run-supervisor-id
               else
                   move spaces to ws-run-supervisor-id
                   move zeros to return-code
               end-if
           end-if
           move spaces to ws-log-reason
           evaluate true
               when ws-run-supervisor-id = spaces
                       or cmn-release-by not = ws-run-supervisor-id
                   set release-refused to true
                   move "RELEASER IS NOT THIS RUN'S SUPERVISOR"
                       to ws-log-reason
               when cmn-release-by = ws-operator-id
                   set release-refused to true
                   move "RELEASER IS THE SUBMITTER" to ws-log-reason
               when other
                   perform check-release-grant
                   if operator-not-authorized
                       set release-refused to true
                       move "RELEASER HAS NO CURRENT SV GRANT"
                           to ws-log-reason
                   end-if
           end-evaluate
           if release-refused
               display "ROUTER: release by " cmn-release-by
                   " refused: " ws-log-reason
               move 23 to return-code
               move 23 to ws-log-return-code
               move "REJECTED" to ws-log-disposition
           else
               string "RELEASED BY " cmn-release-by
                   delimited by size into ws-log-reason
           end-if.

       check-release-grant.
      *    The same row test VALIDATE-OPERATOR-AUTH applies, against
      *    the supervisor's SV rows. The submitter has already passed
      *    by this point, so reusing the flag loses nothing.
           set operator-not-authorized to true
           move function current-date to ws-auth-now
           move ws-auth-now(1:8) to ws-now-date
           move ws-auth-now(9:4) to ws-now-time
           perform varying ws-auth-idx from 1 by 1
                   until ws-auth-idx > ws-auth-count
                       or operator-authorized
               if ws-auth-operator-id(ws-auth-idx) = cmn-release-by
                       and ws-auth-req-type(ws-auth-idx) = "SV"
                   perform check-auth-row-validity
               end-if
           end-perform.

       dispatch-entry.
      *    ENTRY and HELLOCOBOL both now COPY the shared TRANREQ
      *    contract (req 009), so this is a straight copy rather than
      *    both "EN" and "HC" - ENTRYAUD only ever captures what
      *    ENTRY itself decided to write, so this is the only durable
      *    record of a range-check or unknown-request-type rejection.
      *    The row names the operator the call was judged for, so
      *    the access review can answer who submitted what.
           move function current-date to ws-log-timestamp
           open extend router-log-file
           if ws-log-status = "35"
               move ws-log-reason to rl-reason
               move ws-validate-hs to rl-validate-hs
               move ws-dispatch-hs to rl-dispatch-hs
               move ws-operator-id to rl-operator-id
               write router-log-record
               if ws-log-status not = "00"
                   display "ROUTER: cannot write ROUTERLOG, status "
