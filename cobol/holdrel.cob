       identification division.
       program-id. holdrel.
       author. matheus.
       date-written. October 15th 2026
       environment division.
       configuration section.
       input-output section.
       file-control.
      *    Supervisor's side of ROUTER's hold queue. HOLDDEC carries
      *    the decisions - release or decline, and why - and each is
      *    applied to its HOLDQ row: a release hands the held
      *    CMN-REQUEST back to ROUTER with the supervisor named in
      *    CMN-RELEASE-BY, so it is judged again and lands in
      *    ROUTERLOG and ENTRYAUD like any other request; a decline
      *    only closes the row. Either way the outcome is appended to
      *    HOLDOUT in MIXOUT shape, for OUTCONV and for REJINV, which
      *    empties it once the rejects are in the inventory.
      *    The supervisor is this run unit's HOLDREL SUPERVISOR_ID
      *    setting (see CYCLPARM), not whatever a HOLDDEC row claims:
      *    a row naming anyone else is refused, nothing is decided
      *    at all without a current SV grant for the supervisor in
      *    OPAUTH, and nobody may decide on a request they submitted
      *    themselves. HOLDRPT lists what was decided and what is
      *    still pending. Decided rows move from HOLDQ to HOLDHIST,
      *    the record of who let what through, which HOUSEKP purges
      *    on its retention schedule. ROUTER appends to HOLDQ, so
      *    this runs between batches, not during one. A released EN
      *    request takes its LOUTPUT from ENTRYFEED as ENTRY always
      *    does - a feed of the released requests' responses, in
      *    release order - or from the console when there is none.
           select hold-queue-file assign to "HOLDQ"
               organization is line sequential
               file status is ws-queue-status.
           select hold-history-file assign to "HOLDHIST"
               organization is line sequential
               file status is ws-hist-status.
           select hold-decision-file assign to "HOLDDEC"
               organization is line sequential
               file status is ws-decision-status.
           select op-auth-file assign to "OPAUTH"
               organization is line sequential
               file status is ws-auth-status.
           select release-out-file assign to "HOLDOUT"
               organization is line sequential
               file status is ws-out-status.
           select hold-report assign to "HOLDRPT"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd  hold-queue-file.
       copy holdq.
       fd  hold-history-file.
       01 hh-line PIC X(1229).
       fd  hold-decision-file.
       copy holddec.
       fd  op-auth-file.
       copy opauth.
       fd  release-out-file.
       copy mixout.
       fd  hold-report.
       01 hp-line PIC X(132).
       working-storage section.
       copy parmcall.
       01 ws-queue-status PIC X(2).
       01 ws-hist-status PIC X(2).
       01 ws-decision-status PIC X(2).
       01 ws-auth-status PIC X(2).
       01 ws-out-status PIC X(2).
       01 ws-report-status PIC X(2).
       01 ws-eof-flag PIC X value "N".
           88 ws-eof value "Y".
       01 ws-timestamp PIC X(26).
       01 ws-supervisor-id PIC X(8).
      *    SV grant test, the same rules ROUTER applies to submitters:
      *    dates inclusive, zero-zero window any time of day, a start
      *    after the end wrapping past midnight.
       01 ws-grant-flag PIC X value "N".
           88 supervisor-granted value "Y".
       01 ws-grant-reason PIC X(40).
       01 ws-now-date PIC 9(8).
       01 ws-now-time PIC 9(4).
       copy cmnreq.
       01 ws-router-return-code PIC 9(3) value zeros.
       01 ws-saved-return-code PIC 9(3) value zeros.
      *    HOLDQ held whole and written back once the decisions are
      *    in.
       01 ws-queue-table.
           05 ws-queue-row PIC X(1229) occurs 500 times.
       01 ws-queue-count PIC 9(3) value zeros.
       01 ws-queue-idx PIC 9(3).
       01 ws-queue-match PIC 9(3).
       01 ws-hist-flag PIC X value "N".
           88 history-written value "Y".
       01 ws-refusal PIC X(50).
       01 ws-decision-row PIC 9(5) value zeros.
       01 ws-released-count PIC 9(5) value zeros.
       01 ws-refused-release-count PIC 9(5) value zeros.
       01 ws-retry-count PIC 9(5) value zeros.
       01 ws-declined-count PIC 9(5) value zeros.
       01 ws-refused-count PIC 9(5) value zeros.
       01 ws-pending-count PIC 9(5) value zeros.
       01 ws-decided-count PIC 9(5) value zeros.
       01 ws-report-line PIC X(132).
       procedure division.
       main-line.
           display "HOLDREL START"
           perform set-supervisor-id
           move function current-date to ws-timestamp
           perform load-queue
           open output hold-report
           if ws-report-status not = "00"
               display "HOLDREL: cannot open HOLDRPT, status "
                   ws-report-status
               move 16 to return-code
               stop run
           end-if
      *    Appended, not replaced - REJINV empties it once the night's
      *    inventory has what it carries, so a second review in the
      *    same day must not wipe the first one's outcomes.
           open extend release-out-file
           if ws-out-status = "35"
               open output release-out-file
           end-if
           if ws-out-status not = "00"
               display "HOLDREL: cannot open HOLDOUT, status "
                   ws-out-status
               close hold-report
               move 16 to return-code
               stop run
           end-if
           initialize ws-report-line
           string "HOLD QUEUE REVIEW "
               ws-timestamp(1:4) "-" ws-timestamp(5:2) "-"
               ws-timestamp(7:2) " " ws-timestamp(9:2) ":"
               ws-timestamp(11:2) " SUPERVISOR " ws-supervisor-id
               delimited by size into ws-report-line
           perform write-report-line
           move spaces to ws-report-line
           perform write-report-line
           perform check-supervisor-grant
           if supervisor-granted
               perform apply-decisions
           else
      *        HOLDDEC is left as it is for a supervisor who may
      *        decide - refusing every row would throw the decisions
      *        away with nothing applied.
               initialize ws-report-line
               string "DECISIONS NOT APPLIED, HOLDDEC LEFT AS IT IS: "
                   ws-grant-reason
                   delimited by size into ws-report-line
               perform write-report-line
               move 16 to return-code
           end-if
           close release-out-file
           perform rewrite-queue
           perform list-pending
           move spaces to ws-report-line
           perform write-report-line
           initialize ws-report-line
           string "RELEASED " ws-released-count
               "  REFUSED BY ROUTER " ws-refused-release-count
               "  RETRY " ws-retry-count
               "  DECLINED " ws-declined-count
               "  DECISIONS REFUSED " ws-refused-count
               "  STILL PENDING " ws-pending-count
               delimited by size into ws-report-line
           perform write-report-line
           close hold-report
           if (ws-refused-count > 0 or ws-refused-release-count > 0
                   or ws-retry-count > 0)
                   and return-code = 0
               move 8 to return-code
           end-if
           display "HOLDREL END"
           stop run.

       set-supervisor-id.
      *    Blank is allowed here so the pending list still comes out;
      *    CHECK-SUPERVISOR-GRANT refuses to decide anything on it.
           move "HOLDREL" to pc-program
           move "SUPERVISOR_ID" to pc-name
           move spaces to pc-default
           perform get-parameter
           move pc-value to ws-supervisor-id.

       get-parameter.
      *    Settings come from CYCLPARM - see there. One it refuses
      *    stops the run.
           move "HOLDREL" to pc-caller
           call "cyclparm" using parm-call
           if return-code not = 0
               display "HOLDREL: cannot start on these parameters"
               stop run
           end-if.

       check-supervisor-grant.
      *    No OPAUTH at all is ROUTER's open door for submitters, but
      *    a release or decline always needs an SV grant on file.
           move "N" to ws-grant-flag
           move spaces to ws-grant-reason
           if ws-supervisor-id = spaces
               move "NO HOLDREL SUPERVISOR_ID SET" to ws-grant-reason
           else
               string "NO CURRENT SV GRANT IN OPAUTH FOR "
                   ws-supervisor-id
                   delimited by size into ws-grant-reason
               move function current-date to ws-timestamp
               move ws-timestamp(1:8) to ws-now-date
               move ws-timestamp(9:4) to ws-now-time
               open input op-auth-file
               if ws-auth-status = "00"
                   move "N" to ws-eof-flag
                   perform until ws-eof or supervisor-granted
                       read op-auth-file
                           at end move "Y" to ws-eof-flag
                           not at end perform check-grant-row
                       end-read
                   end-perform
                   close op-auth-file
               else
                   display "HOLDREL: cannot open OPAUTH, status "
                       ws-auth-status
               end-if
           end-if.

       check-grant-row.
           if oa-operator-id = ws-supervisor-id and oa-req-type = "SV"
               evaluate true
                   when ws-now-date < oa-eff-date
                       move "SV GRANT NOT YET EFFECTIVE"
                           to ws-grant-reason
                   when ws-now-date > oa-exp-date
                       move "SV GRANT EXPIRED" to ws-grant-reason
                   when oa-start-time = zeros and oa-end-time = zeros
                       set supervisor-granted to true
                   when oa-start-time <= oa-end-time
                       if ws-now-time >= oa-start-time
                               and ws-now-time <= oa-end-time
                           set supervisor-granted to true
                       else
                           move "OUTSIDE SV GRANT TIME WINDOW"
                               to ws-grant-reason
                       end-if
                   when other
                       if ws-now-time >= oa-start-time
                               or ws-now-time <= oa-end-time
                           set supervisor-granted to true
                       else
                           move "OUTSIDE SV GRANT TIME WINDOW"
                               to ws-grant-reason
                       end-if
               end-evaluate
           end-if.

       load-queue.
      *    No HOLDQ is an empty queue - ROUTER has held nothing yet.
           open input hold-queue-file
           evaluate ws-queue-status
               when "00"
                   move "N" to ws-eof-flag
                   perform until ws-eof
                       read hold-queue-file
                           at end move "Y" to ws-eof-flag
                           not at end perform keep-queue-row
                       end-read
                   end-perform
                   close hold-queue-file
               when "35"
                   continue
               when other
                   display "HOLDREL: cannot open HOLDQ, status "
                       ws-queue-status
                   move 16 to return-code
                   stop run
           end-evaluate.

       keep-queue-row.
           if ws-queue-count >= 500
               display "HOLDREL: HOLDQ holds more than 500 rows, "
                   "nothing decided"
               close hold-queue-file
               move 16 to return-code
               stop run
           end-if
           add 1 to ws-queue-count
           move hold-queue-record to ws-queue-row(ws-queue-count).

       apply-decisions.
           open input hold-decision-file
           if ws-decision-status not = "00"
               display "HOLDREL: no HOLDDEC, status "
                   ws-decision-status ", no decisions applied"
               move "NO DECISIONS TO APPLY" to ws-report-line
               perform write-report-line
           else
               move "DECISIONS" to ws-report-line
               perform write-report-line
               move "N" to ws-eof-flag
               perform until ws-eof
                   read hold-decision-file
                       at end move "Y" to ws-eof-flag
                       not at end perform apply-one-decision
                   end-read
               end-perform
               close hold-decision-file
      *        Applied, refused or left for a retry, every decision
      *        has been answered in HOLDRPT - the file is cleared so
      *        none is applied twice.
               open output hold-decision-file
               if ws-decision-status = "00"
                   close hold-decision-file
               else
                   display "HOLDREL: cannot clear HOLDDEC, status "
                       ws-decision-status
                   if return-code = 0
                       move 12 to return-code
                   end-if
               end-if
           end-if.

       apply-one-decision.
           add 1 to ws-decision-row
           move spaces to ws-refusal
           move zeros to ws-queue-match
           perform varying ws-queue-idx from 1 by 1
                   until ws-queue-idx > ws-queue-count
               if ws-queue-row(ws-queue-idx)(1:20) = hd-hold-id
                   move ws-queue-idx to ws-queue-match
                   move ws-queue-count to ws-queue-idx
               end-if
           end-perform
           if ws-queue-match > 0
               move ws-queue-row(ws-queue-match) to hold-queue-record
           end-if
           evaluate true
               when hd-supervisor-id not = ws-supervisor-id
                   string "NOT THIS RUN'S SUPERVISOR ("
                       ws-supervisor-id ")"
                       delimited by size into ws-refusal
               when ws-queue-match = 0
                   move "NO SUCH HOLD IN HOLDQ" to ws-refusal
               when not hq-status-pending
                   string "ALREADY DECIDED (" hq-status ") BY "
                       hq-decided-by
                       delimited by size into ws-refusal
               when not hd-action-release and not hd-action-decline
                   move "ACTION MUST BE R OR D" to ws-refusal
               when ws-supervisor-id = hq-submitter
                   move "SUPERVISOR SUBMITTED THIS REQUEST"
                       to ws-refusal
               when hd-action-decline and hd-reason = spaces
                   move "A DECLINE NEEDS A REASON" to ws-refusal
           end-evaluate
           if ws-refusal not = spaces
               add 1 to ws-refused-count
               initialize ws-report-line
               string "  REFUSED  " hd-hold-id " " hd-action " BY "
                   hd-supervisor-id ": " ws-refusal
                   delimited by size into ws-report-line
               perform write-report-line
           else
               if hd-action-release
                   perform release-through-router
               else
                   set hq-status-declined to true
                   perform stamp-decision
                   add 1 to ws-declined-count
                   move hq-request to cmn-request
                   perform set-result-row
                   set mo-status-declined to true
                   move spaces to mo-loutput
                   move zeros to mo-lsout
                   move hq-decision-reason to mo-reason
                   perform write-result-row
                   initialize ws-report-line
                   string "  DECLINED " hq-hold-id " BY "
                       hq-decided-by ": " hq-decision-reason
                       delimited by size into ws-report-line
                   perform write-report-line
               end-if
               move hold-queue-record to ws-queue-row(ws-queue-match)
           end-if.

       release-through-router.
      *    Judged as the operator it was held for; the hold rules are
      *    skipped because CMN-RELEASE-BY is set, nothing else is.
      *    See ENTRYBATCH - save and reset RETURN-CODE around the
      *    call so one release's verdict never bleeds into the next.
      *    A resume key left in the environment by an earlier batch
      *    would fast-forward ENTRY's feed read past the responses
      *    meant for these releases - see RESUBMIT.
           move hq-request to cmn-request
           move hq-submitter to cmn-operator-id
           move ws-supervisor-id to cmn-release-by
           display "ENTRYFEED_RESUME_KEY" upon environment-name
           display " " upon environment-value
           move return-code to ws-saved-return-code
           move zeros to return-code
           call "router" using cmn-request
           move return-code to ws-router-return-code
           move ws-saved-return-code to return-code
           initialize ws-report-line
      *    31, 32 and 36 are the hold queue, ENTRYAUD or ENTRYFEED
      *    failing under the request, not a verdict on it - the hold
      *    stays pending, undecided, for another run to release.
           evaluate ws-router-return-code
               when 0
                   set hq-status-released to true
                   perform stamp-decision
                   perform set-result-row
                   set mo-status-ok to true
                   move cmn-loutput to mo-loutput
                   move cmn-lsout to mo-lsout
                   perform write-result-row
                   add 1 to ws-released-count
                   string "  RELEASED " hq-hold-id " BY "
                       hq-decided-by
                       delimited by size into ws-report-line
               when 31
               when 32
               when 36
                   add 1 to ws-retry-count
                   string "  NOT RELEASED, RETRY " hq-hold-id
                       " - ROUTER RETURN-CODE " ws-router-return-code
                       ", SEE ROUTERLOG"
                       delimited by size into ws-report-line
               when other
                   set hq-status-refused to true
                   perform stamp-decision
                   move ws-router-return-code to hq-release-rc
                   perform set-result-row
                   set mo-status-rejected to true
                   move spaces to mo-loutput
                   move zeros to mo-lsout
                   perform write-result-row
                   add 1 to ws-refused-release-count
                   string "  RELEASE OF " hq-hold-id " BY "
                       hq-decided-by
                       " REJECTED BY ROUTER, RETURN-CODE "
                       ws-router-return-code ", SEE ROUTERLOG"
                       delimited by size into ws-report-line
           end-evaluate
           perform write-report-line.

       stamp-decision.
           move function current-date to hq-decided-at
           move ws-supervisor-id to hq-decided-by
           move hd-reason to hq-decision-reason.

       set-result-row.
           move cmn-lin(1:99) to mo-lin
           move cmn-lsin to mo-lsin
           move cmn-req-type to mo-req-type
           move hq-submitter to mo-operator-id
           move spaces to mo-reason.

       write-result-row.
           write mix-out-record
           if ws-out-status not = "00"
               display "HOLDREL: cannot write HOLDOUT, status "
                   ws-out-status " for hold " hq-hold-id
               if return-code = 0
                   move 12 to return-code
               end-if
           end-if.

       rewrite-queue.
      *    Decided rows go to HOLDHIST first and leave HOLDQ only once
      *    they are safely there; a history that cannot be written
      *    keeps them in HOLDQ for the next run to move. A failure
      *    part-way through the history can leave a row in both, and
      *    the next run adds it to HOLDHIST again - a duplicate in
      *    the record is better than a gap.
           if ws-queue-count > 0
               perform varying ws-queue-idx from 1 by 1
                       until ws-queue-idx > ws-queue-count
                   if ws-queue-row(ws-queue-idx)(21:2) not = "HD"
                       add 1 to ws-decided-count
                   end-if
               end-perform
               if ws-decided-count > 0
                   perform write-history
               end-if
               open output hold-queue-file
               if ws-queue-status not = "00"
                   display "HOLDREL: cannot rewrite HOLDQ, status "
                       ws-queue-status ", decisions above not saved"
                   move 16 to return-code
               else
                   perform varying ws-queue-idx from 1 by 1
                           until ws-queue-idx > ws-queue-count
                       if ws-queue-row(ws-queue-idx)(21:2) = "HD"
                               or not history-written
                           write hold-queue-record
                               from ws-queue-row(ws-queue-idx)
                           if ws-queue-status not = "00"
                               display "HOLDREL: cannot write HOLDQ, "
                                   "status " ws-queue-status
                               move 16 to return-code
                           end-if
                       end-if
                   end-perform
                   close hold-queue-file
               end-if
           end-if.

       write-history.
           open extend hold-history-file
           if ws-hist-status = "35"
               open output hold-history-file
           end-if
           if ws-hist-status not = "00"
               display "HOLDREL: cannot open HOLDHIST, status "
                   ws-hist-status ", decided rows kept in HOLDQ"
               if return-code = 0
                   move 12 to return-code
               end-if
           else
               set history-written to true
               perform varying ws-queue-idx from 1 by 1
                       until ws-queue-idx > ws-queue-count
                   if ws-queue-row(ws-queue-idx)(21:2) not = "HD"
                       write hh-line from ws-queue-row(ws-queue-idx)
                       if ws-hist-status not = "00"
                           display "HOLDREL: cannot write HOLDHIST, "
                               "status " ws-hist-status
                               ", decided rows kept in HOLDQ"
                           move "N" to ws-hist-flag
                           move ws-queue-count to ws-queue-idx
                           if return-code = 0
                               move 12 to return-code
                           end-if
                       end-if
                   end-if
               end-perform
               close hold-history-file
           end-if.

       list-pending.
           move spaces to ws-report-line
           perform write-report-line
           move "PENDING HOLDS" to ws-report-line
           perform write-report-line
           initialize ws-report-line
           string "HOLD ID              HELD     RULE     SUBMITTR "
               "TYPE LSIN LIN (FIRST 40)"
               delimited by size into ws-report-line
           perform write-report-line
           perform varying ws-queue-idx from 1 by 1
                   until ws-queue-idx > ws-queue-count
               move ws-queue-row(ws-queue-idx) to hold-queue-record
               if hq-status-pending
                   add 1 to ws-pending-count
                   move hq-request to cmn-request
                   initialize ws-report-line
                   string hq-hold-id " " hq-held-at(1:8) " "
                       hq-rule-id " " hq-submitter " " cmn-req-type
                       "   " cmn-lsin "  " cmn-lin(1:40)
                       delimited by size into ws-report-line
                   perform write-report-line
                   initialize ws-report-line
                   string "     RULE: " hq-rule-reason
                       delimited by size into ws-report-line
                   perform write-report-line
               end-if
           end-perform
           if ws-pending-count = 0
               move "  NONE" to ws-report-line
               perform write-report-line
           end-if.

       write-report-line.
           display ws-report-line
           write hp-line from ws-report-line
           if ws-report-status not = "00"
               display "HOLDREL: cannot write HOLDRPT, status "
                   ws-report-status
               if return-code = 0
                   move 12 to return-code
               end-if
           end-if.
