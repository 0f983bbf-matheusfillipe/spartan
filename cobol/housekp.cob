       identification division.
       program-id. housekp.
       author. matheus.
       date-written. October 15th 2026
       environment division.
       configuration section.
       input-output section.
       file-control.
      *    Retention for what the cycle only ever adds to: the dated
      *    files left every night - AUDARCH's ENTRYAUD.YYYYMMDD
      *    archive, OUTCONV's DLVSENT.YYYYMMDD manifest and each
      *    consumer's DLVACK.<CONSUMER>.YYYYMMDD acknowledgment - and
      *    ROUTERLOG, RUNCTL, RUNPARM and HOLDREL's HOLDHIST, which
      *    are only ever opened EXTEND. The acknowledgments are
      *    found by trying the name of every consumer DLVCONS lists.
      *    RETAIN says per file how many days of detail stay
      *    on line and whether it is summarized first. Anything older
      *    is folded into the monthly HKSUMM summary (when asked),
      *    the summary is saved, and only then is the detail removed
      *    - a whole archive is deleted, a log is rewritten with just
      *    the rows still in retention. Every removal is listed in
      *    the HKREG purge register, which is appended to and never
      *    cleared, for the auditors. Runs as the last step of the
      *    cycle, after AUDARCH, when nothing else has these files
      *    open.
           select retention-file assign to "RETAIN"
               organization is line sequential
               file status is ws-retain-status.
           select summary-file assign to "HKSUMM"
               organization is line sequential
               file status is ws-summary-status.
           select purge-register assign to "HKREG"
               organization is line sequential
               file status is ws-register-status.
           select audit-archive-file assign to "ENTRYAUDARCH"
               organization is line sequential
               file status is ws-archive-status.
           select delivery-sent-file assign to "DLVSENT"
               organization is line sequential
               file status is ws-sent-status.
           select ack-file assign to "DLVACK"
               organization is line sequential
               file status is ws-ack-status.
           select consumer-file assign to "DLVCONS"
               organization is line sequential
               file status is ws-consumer-status.
           select hold-history-file assign to "HOLDHIST"
               organization is line sequential
               file status is ws-hist-status.
           select router-log-file assign to "ROUTERLOG"
               organization is line sequential
               file status is ws-log-status.
           select run-control-file assign to "RUNCTL"
               organization is line sequential
               file status is ws-runctl-status.
           select run-parm-file assign to "RUNPARM"
               organization is line sequential
               file status is ws-runparm-status.
      *    Rows still in retention wait here while their file is
      *    rewritten.
           select work-file assign to "HKWORK"
               organization is line sequential
               file status is ws-work-status.
       data division.
       file section.
       fd  retention-file.
       copy retain.
       fd  summary-file.
       copy hksumm.
       fd  purge-register.
       01 hr-line PIC X(100).
       fd  audit-archive-file.
       copy atrecord.
       fd  delivery-sent-file.
       copy dlvsent.
       fd  ack-file.
       copy dlvack.
       fd  consumer-file.
       copy dlvcons.
       fd  hold-history-file.
       copy holdq.
       fd  router-log-file.
       copy routerlog.
       fd  run-control-file.
       copy runctl.
       fd  run-parm-file.
       copy runparm.
       fd  work-file.
       01 wk-record PIC X(1229).
       working-storage section.
       01 ws-retain-status PIC X(2).
       01 ws-summary-status PIC X(2).
       01 ws-register-status PIC X(2).
       01 ws-archive-status PIC X(2).
       01 ws-sent-status PIC X(2).
       01 ws-ack-status PIC X(2).
       01 ws-consumer-status PIC X(2).
       01 ws-hist-status PIC X(2).
       01 ws-log-status PIC X(2).
       01 ws-runctl-status PIC X(2).
       01 ws-runparm-status PIC X(2).
       01 ws-work-status PIC X(2).
       01 ws-dated-status PIC X(2).
       01 ws-eof-flag PIC X value "N".
           88 ws-eof value "Y".
       01 ws-step-timestamp PIC X(26).
       01 ws-step-phase PIC X(5).
       01 ws-step-count PIC 9(9).
       01 ws-gate-program PIC X(10).
       01 ws-cycle-date PIC 9(8).
       copy parmcall.
       01 ws-saved-return-code PIC 9(3) value zeros.
      *    How far back to look for dated archives - they can only be
      *    found by trying each date's name, as TRENDRPT does.
       01 ws-lookback-env PIC X(9).
       01 ws-lookback-days PIC 9(5).
      *    The retention table. Only the files this program knows how
      *    to purge may appear, each once; anything else refuses the
      *    whole run, since a mistyped rule must not purge the wrong
      *    thing or quietly purge nothing.
       01 ws-retain-table.
           05 ws-retain-entry occurs 7 times.
               10 ws-retain-file PIC X(10).
               10 ws-retain-days PIC 9(4).
               10 ws-retain-summarize PIC X(1).
       01 ws-retain-count PIC 9(1) value zeros.
       01 ws-retain-idx PIC 9(1).
       01 ws-retain-row PIC 9(3) value zeros.
       01 ws-retain-bad-flag PIC X value "N".
           88 ws-retain-bad value "Y".
      *    HKSUMM, held whole and rewritten after each purge. The
      *    through date as loaded is kept apart from the one being
      *    moved on, so a day already folded in by an earlier run is
      *    skipped however this run's rows arrive.
       01 ws-summary-table.
           05 ws-summary-entry occurs 600 times.
               10 ws-sum-row.
                   15 ws-sum-source PIC X(10).
                   15 ws-sum-month PIC 9(6).
                   15 ws-sum-through PIC 9(8).
                   15 ws-sum-records PIC 9(9).
                   15 ws-sum-lsin PIC 9(12).
                   15 ws-sum-rejects PIC 9(9).
                   15 ws-sum-exceptions PIC 9(9).
               10 ws-sum-prior-through PIC 9(8).
       01 ws-summary-count PIC 9(3) value zeros.
       01 ws-summary-idx PIC 9(3).
       01 ws-summary-match PIC 9(3).
      *    The rule in hand and the detail row being judged.
       01 ws-file-id PIC X(10).
       01 ws-keep-days PIC 9(4).
       01 ws-summarize-flag PIC X(1).
           88 summarize-wanted value "Y".
       01 ws-cutoff-date PIC 9(8).
       01 ws-day-int PIC 9(7).
       01 ws-row-date-text PIC X(8).
       01 ws-row-date PIC 9(8).
       01 ws-row-lsin PIC 9(3).
       01 ws-row-reject PIC 9(1).
       01 ws-row-exception PIC 9(1).
       01 ws-remainder PIC 9(2).
       01 ws-summary-full-flag PIC X value "N".
           88 ws-summary-full value "Y".
       01 ws-archive-day PIC 9(8).
       01 ws-archive-name PIC X(25).
       01 ws-delete-name PIC X(26).
      *    DLVCONS's consumers, for the acknowledgment names - loaded
      *    only when there is a DLVACK rule, at most 50 as ACKRECON
      *    takes.
       01 ws-consumer-table.
           05 ws-consumer-id PIC X(8) occurs 50 times.
       01 ws-consumer-count PIC 9(2) value zeros.
       01 ws-consumer-idx PIC 9(2).
       01 ws-delete-status PIC S9(9) binary.
       01 ws-rows-read PIC 9(9).
       01 ws-rows-purged PIC 9(9).
       01 ws-rows-kept PIC 9(9).
       01 ws-archives-purged PIC 9(5).
       01 ws-total-purged PIC 9(9) value zeros.
       01 ws-file-ok-flag PIC X.
           88 ws-file-ok value "Y".
       01 ws-copy-back-flag PIC X.
           88 ws-copy-back-failed value "Y".
       01 ws-report-line PIC X(100).
       procedure division.
       main-line.
           display "HOUSEKP START"
           perform set-cycle-date
           perform check-cycle-gate
           perform write-step-start
           perform set-lookback
           open extend purge-register
           if ws-register-status = "35"
               open output purge-register
           end-if
           if ws-register-status not = "00"
               display "HOUSEKP: cannot open HKREG, status "
                   ws-register-status
               move 16 to return-code
               perform write-step-end
               stop run
           end-if
           move function current-date to ws-step-timestamp
           initialize ws-report-line
           string "HOUSEKEEPING FOR CYCLE " ws-cycle-date " RUN AT "
               ws-step-timestamp(1:4) "-" ws-step-timestamp(5:2) "-"
               ws-step-timestamp(7:2) " " ws-step-timestamp(9:2) ":"
               ws-step-timestamp(11:2)
               delimited by size into ws-report-line
           perform write-report-line
           perform load-retention-table
           if ws-retain-bad
               move "NOTHING PURGED - RETAIN REFUSED" to ws-report-line
               perform write-report-line
               close purge-register
               move 16 to return-code
               perform write-step-end
               stop run
           end-if
           perform load-summary-table
           perform varying ws-retain-idx from 1 by 1
                   until ws-retain-idx > ws-retain-count
               perform apply-one-rule
           end-perform
           initialize ws-report-line
           string "TOTAL DETAIL ROWS PURGED: " ws-total-purged
               delimited by size into ws-report-line
           perform write-report-line
           move spaces to ws-report-line
           perform write-report-line
           close purge-register
           perform write-step-end
           display "HOUSEKP END"
           stop run.

       set-cycle-date.
      *    The cycle's identity, not the wall clock's - see EXCEPTRPT.
      *    Retention is counted back from the cycle date.
           move "HOUSEKP" to pc-caller
           move "ALL" to pc-program
           move "CYCLE_DATE" to pc-name
           move spaces to pc-default
           call "cyclparm" using parm-call
           if return-code not = 0
               display "HOUSEKP: cannot start on these parameters"
               stop run
           end-if
           move pc-cycle-date to ws-cycle-date.

       check-cycle-gate.
      *    AUDARCH must have rolled tonight's ENTRYAUD over first.
           move "HOUSEKP" to ws-gate-program
           call "cyclgate" using ws-gate-program
           if return-code not = 0
               display "HOUSEKP: cycle gate refused start"
               stop run
           end-if.

       write-step-start.
           move "START" to ws-step-phase
           move zeros to ws-step-count
           perform write-run-step.

       write-step-end.
           move "END" to ws-step-phase
           move ws-total-purged to ws-step-count
           perform write-run-step.

      *    One row into the shared run-control file per phase - same
      *    EXTEND-with-OUTPUT-fallback open as FEEDCONV's.
       write-run-step.
           move function current-date to ws-step-timestamp
           open extend run-control-file
           if ws-runctl-status = "35"
               open output run-control-file
           end-if
           if ws-runctl-status not = "00"
               display "HOUSEKP: cannot open RUNCTL, status "
                   ws-runctl-status
               if return-code = 0
                   move 12 to return-code
               end-if
           else
               move ws-cycle-date to rs-cycle-date
               move "HOUSEKP" to rs-program
               move ws-step-phase to rs-phase
               move ws-step-timestamp to rs-timestamp
               move return-code to rs-return-code
               move ws-step-count to rs-record-count
               write run-step-record
               if ws-runctl-status not = "00"
                   display "HOUSEKP: cannot write RUNCTL, status "
                       ws-runctl-status
                   if return-code = 0
                       move 12 to return-code
                   end-if
               end-if
               close run-control-file
           end-if.

       set-lookback.
           move "HOUSEKP" to pc-program
           move "LOOKBACK_DAYS" to pc-name
           move "400" to pc-default
           perform get-parameter
           move pc-value to ws-lookback-env
           move function numval(ws-lookback-env) to ws-lookback-days.

       get-parameter.
      *    Settings come from CYCLPARM - see there. One it refuses
      *    stops the run.
           move "HOUSEKP" to pc-caller
           move return-code to ws-saved-return-code
           move zeros to return-code
           call "cyclparm" using parm-call
           if return-code not = 0
               display "HOUSEKP: cannot start on these parameters"
               move 16 to return-code
               perform write-step-end
               stop run
           end-if
           move ws-saved-return-code to return-code.

       load-retention-table.
      *    No RETAIN is a housekeeping job nobody has configured -
      *    refused, so the cycle shows it, rather than a silent
      *    night that removes nothing.
           open input retention-file
           if ws-retain-status not = "00"
               display "HOUSEKP: cannot open RETAIN, status "
                   ws-retain-status
               set ws-retain-bad to true
           else
               move "N" to ws-eof-flag
               perform until ws-eof
                   read retention-file
                       at end move "Y" to ws-eof-flag
                       not at end perform check-retention-row
                   end-read
               end-perform
               close retention-file
           end-if.

       check-retention-row.
           add 1 to ws-retain-row
           move spaces to ws-report-line
           evaluate true
               when rt-file-id not = "ENTRYAUD"
                       and rt-file-id not = "DLVSENT"
                       and rt-file-id not = "DLVACK"
                       and rt-file-id not = "ROUTERLOG"
                       and rt-file-id not = "RUNCTL"
                       and rt-file-id not = "RUNPARM"
                       and rt-file-id not = "HOLDHIST"
                   move "is not a file HOUSEKP purges"
                       to ws-report-line
               when rt-keep-days is not numeric
                   move "keep days not numeric" to ws-report-line
               when not rt-summarize-yes and not rt-summarize-no
                   move "summarize flag not Y or N" to ws-report-line
               when other
                   move rt-file-id to ws-file-id
                   perform varying ws-retain-idx from 1 by 1
                           until ws-retain-idx > ws-retain-count
                       if ws-retain-file(ws-retain-idx) = ws-file-id
                           move "has a second rule" to ws-report-line
                       end-if
                   end-perform
           end-evaluate
           if ws-report-line = spaces
               add 1 to ws-retain-count
               move rt-file-id to ws-retain-file(ws-retain-count)
               move rt-keep-days to ws-retain-days(ws-retain-count)
               move rt-summarize to ws-retain-summarize(ws-retain-count)
           else
               display "HOUSEKP: RETAIN row " ws-retain-row " "
                   function trim(rt-file-id) " "
                   function trim(ws-report-line)
               set ws-retain-bad to true
           end-if.

       load-summary-table.
           open input summary-file
           if ws-summary-status = "00"
               move "N" to ws-eof-flag
               perform until ws-eof
                   read summary-file
                       at end move "Y" to ws-eof-flag
                       not at end perform keep-summary-row
                   end-read
               end-perform
               close summary-file
           end-if.

       keep-summary-row.
           if ws-summary-count >= 600
               set ws-summary-full to true
           else
               add 1 to ws-summary-count
               move month-summary-record
                   to ws-sum-row(ws-summary-count)
               move hs-through-date
                   to ws-sum-prior-through(ws-summary-count)
           end-if.

       apply-one-rule.
           move ws-retain-file(ws-retain-idx) to ws-file-id
           move ws-retain-days(ws-retain-idx) to ws-keep-days
           move ws-retain-summarize(ws-retain-idx)
               to ws-summarize-flag
           compute ws-day-int =
               function integer-of-date(ws-cycle-date) - ws-keep-days
           compute ws-cutoff-date = function date-of-integer(ws-day-int)
           move spaces to ws-report-line
           perform write-report-line
           initialize ws-report-line
           string "RULE " ws-file-id " KEEP " ws-keep-days
               " DAYS, SUMMARIZE " ws-summarize-flag
               ", PURGING DETAIL BEFORE " ws-cutoff-date
               delimited by size into ws-report-line
           perform write-report-line
      *    A summary that cannot be kept complete means no purge at
      *    all - detail is never removed unless its summary is safe.
           if summarize-wanted and ws-summary-full
               move "  NOT PURGED - HKSUMM HOLDS MORE THAN 600 ROWS"
                   to ws-report-line
               perform write-report-line
               if return-code = 0
                   move 12 to return-code
               end-if
           else
               evaluate ws-file-id
                   when "ENTRYAUD"
                       perform purge-dated-files
                   when "DLVSENT"
                       perform purge-dated-files
                   when "DLVACK"
                       perform purge-delivery-acks
                   when "ROUTERLOG"
                       perform purge-router-log
                   when "RUNCTL"
                       perform purge-run-control
                   when "RUNPARM"
                       perform purge-run-parms
                   when "HOLDHIST"
                       perform purge-hold-history
               end-evaluate
           end-if.

      *-----------------------------------------------------------
      *    Dated files: one whole file per day (per consumer, for the
      *    acknowledgments), found by name.
      *-----------------------------------------------------------
       purge-dated-files.
           move zeros to ws-archives-purged
           compute ws-day-int =
               function integer-of-date(ws-cutoff-date)
               - ws-lookback-days
           compute ws-archive-day = function date-of-integer(ws-day-int)
           perform until ws-archive-day >= ws-cutoff-date
               evaluate ws-file-id
                   when "ENTRYAUD"
                       perform purge-one-archive
                   when "DLVSENT"
                       perform purge-one-manifest
                   when "DLVACK"
                       perform varying ws-consumer-idx from 1 by 1
                               until ws-consumer-idx > ws-consumer-count
                           perform purge-one-ack
                       end-perform
               end-evaluate
               compute ws-day-int =
                   function integer-of-date(ws-archive-day) + 1
               compute ws-archive-day =
                   function date-of-integer(ws-day-int)
           end-perform
           if ws-archives-purged = 0
               initialize ws-report-line
               string "  NO " ws-file-id " FILES OLD ENOUGH TO PURGE"
                   delimited by size into ws-report-line
               perform write-report-line
           end-if.

       purge-one-archive.
           initialize ws-archive-name
           string "ENTRYAUD." ws-archive-day
               delimited by size into ws-archive-name
           display "DD_ENTRYAUDARCH" upon environment-name
           display ws-archive-name upon environment-value
           move zeros to ws-rows-read
           open input audit-archive-file
           evaluate ws-archive-status
               when "35"
                   continue
               when "00"
                   move "Y" to ws-file-ok-flag
                   move "N" to ws-eof-flag
                   perform until ws-eof
                       read audit-archive-file
                           at end move "Y" to ws-eof-flag
                           not at end perform summarize-archive-row
                       end-read
                   end-perform
                   close audit-archive-file
                   perform finish-dated-file
               when other
                   move ws-archive-status to ws-dated-status
                   perform report-dated-open-failure
           end-evaluate.

       purge-one-manifest.
           initialize ws-archive-name
           string "DLVSENT." ws-archive-day
               delimited by size into ws-archive-name
           display "DD_DLVSENT" upon environment-name
           display ws-archive-name upon environment-value
           move zeros to ws-rows-read
           open input delivery-sent-file
           evaluate ws-sent-status
               when "35"
                   continue
               when "00"
                   move "Y" to ws-file-ok-flag
                   move "N" to ws-eof-flag
                   perform until ws-eof
                       read delivery-sent-file
                           at end move "Y" to ws-eof-flag
                           not at end perform summarize-manifest-row
                       end-read
                   end-perform
                   close delivery-sent-file
                   perform finish-dated-file
               when other
                   move ws-sent-status to ws-dated-status
                   perform report-dated-open-failure
           end-evaluate.

       purge-delivery-acks.
      *    Without DLVCONS there are no names to try - refused for
      *    this rule, the rest of the night's rules still run. A
      *    consumer dropped from DLVCONS leaves its old files behind
      *    for removal by hand.
           move zeros to ws-consumer-count
           open input consumer-file
           if ws-consumer-status not = "00"
               perform report-open-failure
           else
               move "N" to ws-eof-flag
               perform until ws-eof
                   read consumer-file
                       at end move "Y" to ws-eof-flag
                       not at end perform keep-consumer
                   end-read
               end-perform
               close consumer-file
               perform purge-dated-files
           end-if.

       keep-consumer.
           if dc-consumer-id = spaces or dc-consumer-id(1:1) = "*"
               continue
           else
               if ws-consumer-count >= 50
                   display "HOUSEKP: DLVCONS lists more than 50 "
                       "consumers, " dc-consumer-id " not purged"
                   if return-code = 0
                       move 12 to return-code
                   end-if
               else
                   add 1 to ws-consumer-count
                   move dc-consumer-id
                       to ws-consumer-id(ws-consumer-count)
               end-if
           end-if.

       purge-one-ack.
           initialize ws-archive-name
           string "DLVACK." delimited by size
               ws-consumer-id(ws-consumer-idx) delimited by space
               "." ws-archive-day delimited by size
               into ws-archive-name
           display "DD_DLVACK" upon environment-name
           display ws-archive-name upon environment-value
           move zeros to ws-rows-read
           open input ack-file
           evaluate ws-ack-status
               when "35"
                   continue
               when "00"
                   move "Y" to ws-file-ok-flag
                   move "N" to ws-eof-flag
                   perform until ws-eof
                       read ack-file
                           at end move "Y" to ws-eof-flag
                           not at end perform summarize-ack-row
                       end-read
                   end-perform
                   close ack-file
                   perform finish-dated-file
               when other
                   move ws-ack-status to ws-dated-status
                   perform report-dated-open-failure
           end-evaluate.

       finish-dated-file.
      *    The summary is saved before the file goes, never after.
           if summarize-wanted
               perform save-summary-table
           end-if
           if ws-file-ok
               perform delete-archive
           end-if.

       report-dated-open-failure.
           initialize ws-report-line
           string "  CANNOT OPEN " ws-archive-name
               ", STATUS " ws-dated-status ", NOT PURGED"
               delimited by size into ws-report-line
           perform write-report-line
           if return-code = 0
               move 12 to return-code
           end-if.

       summarize-archive-row.
           add 1 to ws-rows-read
           if summarize-wanted
               move ws-archive-day to ws-row-date
               move zeros to ws-row-lsin
               move zeros to ws-row-reject
               move zeros to ws-row-exception
               if at-lsin is numeric
                   move at-lsin to ws-row-lsin
                   compute ws-remainder = function mod(at-lsin, 10)
                   if ws-remainder not = 0
                       move 1 to ws-row-exception
                   end-if
               end-if
               if at-lin-data = spaces or at-loutput = spaces
                   move 1 to ws-row-reject
               end-if
               perform add-to-summary
           end-if.

       summarize-manifest-row.
           add 1 to ws-rows-read
           if summarize-wanted
               move ws-archive-day to ws-row-date
               move zeros to ws-row-lsin
               if ds-lsin is numeric
                   move ds-lsin to ws-row-lsin
               end-if
               move zeros to ws-row-reject
               if ds-status = "ER"
                   move 1 to ws-row-reject
               end-if
               move zeros to ws-row-exception
               perform add-to-summary
           end-if.

       summarize-ack-row.
      *    A consumer's rejection is the exception worth counting.
           add 1 to ws-rows-read
           if summarize-wanted
               move ws-archive-day to ws-row-date
               move zeros to ws-row-lsin
               move zeros to ws-row-reject
               move zeros to ws-row-exception
               if ack-row(1:9) = "REJECTED,"
                   move 1 to ws-row-exception
               end-if
               perform add-to-summary
           end-if.

       delete-archive.
           move spaces to ws-delete-name
           move ws-archive-name to ws-delete-name
           call "CBL_DELETE_FILE" using ws-delete-name
               returning ws-delete-status
           initialize ws-report-line
           if ws-delete-status = 0
               add 1 to ws-archives-purged
               add ws-rows-read to ws-total-purged
               string "  PURGED " ws-archive-name " ROWS " ws-rows-read
                   delimited by size into ws-report-line
           else
               string "  CANNOT DELETE " ws-archive-name
                   ", NOT PURGED"
                   delimited by size into ws-report-line
               if return-code = 0
                   move 12 to return-code
               end-if
           end-if
           perform write-report-line.

      *-----------------------------------------------------------
      *    Logs: old rows are summarized and dropped, the rest are
      *    parked in HKWORK and copied back. A row whose date cannot
      *    be read is always kept.
      *-----------------------------------------------------------
       purge-router-log.
           perform open-work-output
           move zeros to ws-rows-read ws-rows-purged ws-rows-kept
           open input router-log-file
           if ws-log-status = "35"
               close work-file
               move "  NO ROUTERLOG" to ws-report-line
               perform write-report-line
           else
               if ws-log-status not = "00"
                   perform report-open-failure
                   close work-file
               else
                   move "N" to ws-eof-flag
                   perform until ws-eof
                       read router-log-file
                           at end move "Y" to ws-eof-flag
                           not at end perform judge-router-row
                       end-read
                   end-perform
                   close router-log-file
                   close work-file
                   if ws-rows-purged > 0
                       if summarize-wanted
                           perform save-summary-table
                       end-if
                       if ws-file-ok
                           perform copy-back-router-log
                       end-if
                   end-if
                   perform report-log-purge
               end-if
           end-if.

       judge-router-row.
           add 1 to ws-rows-read
           move rl-timestamp(1:8) to ws-row-date-text
           if ws-row-date-text is numeric
               move ws-row-date-text to ws-row-date
           else
               move 99999999 to ws-row-date
           end-if
           if ws-row-date < ws-cutoff-date
               add 1 to ws-rows-purged
               if summarize-wanted
                   move zeros to ws-row-lsin
                   if rl-lsin is numeric
                       move rl-lsin to ws-row-lsin
                   end-if
                   move zeros to ws-row-reject
                   if rl-rejected
                       move 1 to ws-row-reject
                   end-if
                   move zeros to ws-row-exception
                   perform add-to-summary
               end-if
           else
               add 1 to ws-rows-kept
               write wk-record from router-log-record
               perform check-work-write
           end-if.

       copy-back-router-log.
           open input work-file
           open output router-log-file
           if ws-work-status not = "00" or ws-log-status not = "00"
               perform report-copy-back-failure
           else
               move "N" to ws-eof-flag
               perform until ws-eof
                   read work-file
                       at end move "Y" to ws-eof-flag
                       not at end
                           move wk-record to router-log-record
                           write router-log-record
                           if ws-log-status not = "00"
                               perform report-copy-back-failure
                           end-if
                   end-read
               end-perform
               close router-log-file
               close work-file
           end-if.

       purge-run-control.
      *    Tonight's rows, this step's START among them, are always
      *    inside retention and go back as they were.
           perform open-work-output
           move zeros to ws-rows-read ws-rows-purged ws-rows-kept
           open input run-control-file
           if ws-runctl-status not = "00"
               perform report-open-failure
               close work-file
           else
               move "N" to ws-eof-flag
               perform until ws-eof
                   read run-control-file
                       at end move "Y" to ws-eof-flag
                       not at end perform judge-run-control-row
                   end-read
               end-perform
               close run-control-file
               close work-file
               if ws-rows-purged > 0
                   if summarize-wanted
                       perform save-summary-table
                   end-if
                   if ws-file-ok
                       perform copy-back-run-control
                   end-if
               end-if
               perform report-log-purge
           end-if.

       judge-run-control-row.
           add 1 to ws-rows-read
           if rs-cycle-date is numeric
               move rs-cycle-date to ws-row-date
           else
               move 99999999 to ws-row-date
           end-if
           if ws-row-date < ws-cutoff-date
               add 1 to ws-rows-purged
               if summarize-wanted and rs-phase-end
                   move zeros to ws-row-lsin
                   move zeros to ws-row-reject
                   move zeros to ws-row-exception
                   if rs-return-code not = zeros
                       move 1 to ws-row-exception
                   end-if
                   perform add-to-summary
               end-if
           else
               add 1 to ws-rows-kept
               write wk-record from run-step-record
               perform check-work-write
           end-if.

       copy-back-run-control.
           open input work-file
           open output run-control-file
           if ws-work-status not = "00" or ws-runctl-status not = "00"
               perform report-copy-back-failure
           else
               move "N" to ws-eof-flag
               perform until ws-eof
                   read work-file
                       at end move "Y" to ws-eof-flag
                       not at end
                           move wk-record to run-step-record
                           write run-step-record
                           if ws-runctl-status not = "00"
                               perform report-copy-back-failure
                           end-if
                   end-read
               end-perform
               close run-control-file
               close work-file
           end-if.

       purge-run-parms.
           perform open-work-output
           move zeros to ws-rows-read ws-rows-purged ws-rows-kept
           open input run-parm-file
           if ws-runparm-status = "35"
               close work-file
               move "  NO RUNPARM" to ws-report-line
               perform write-report-line
           else
               if ws-runparm-status not = "00"
                   perform report-open-failure
                   close work-file
               else
                   move "N" to ws-eof-flag
                   perform until ws-eof
                       read run-parm-file
                           at end move "Y" to ws-eof-flag
                           not at end perform judge-run-parm-row
                       end-read
                   end-perform
                   close run-parm-file
                   close work-file
                   if ws-rows-purged > 0
                       if summarize-wanted
                           perform save-summary-table
                       end-if
                       if ws-file-ok
                           perform copy-back-run-parms
                       end-if
                   end-if
                   perform report-log-purge
               end-if
           end-if.

       judge-run-parm-row.
           add 1 to ws-rows-read
           if rp-cycle-date is numeric
               move rp-cycle-date to ws-row-date
           else
               move 99999999 to ws-row-date
           end-if
           if ws-row-date < ws-cutoff-date
               add 1 to ws-rows-purged
               if summarize-wanted
                   move zeros to ws-row-lsin
                   move zeros to ws-row-reject
                   move zeros to ws-row-exception
                   perform add-to-summary
               end-if
           else
               add 1 to ws-rows-kept
               write wk-record from run-parm-record
               perform check-work-write
           end-if.

       copy-back-run-parms.
           open input work-file
           open output run-parm-file
           if ws-work-status not = "00" or ws-runparm-status not = "00"
               perform report-copy-back-failure
           else
               move "N" to ws-eof-flag
               perform until ws-eof
                   read work-file
                       at end move "Y" to ws-eof-flag
                       not at end
                           move wk-record to run-parm-record
                           write run-parm-record
                           if ws-runparm-status not = "00"
                               perform report-copy-back-failure
                           end-if
                   end-read
               end-perform
               close run-parm-file
               close work-file
           end-if.

       purge-hold-history.
      *    A decided hold dates from its decision.
           perform open-work-output
           move zeros to ws-rows-read ws-rows-purged ws-rows-kept
           open input hold-history-file
           if ws-hist-status = "35"
               close work-file
               move "  NO HOLDHIST" to ws-report-line
               perform write-report-line
           else
               if ws-hist-status not = "00"
                   perform report-open-failure
                   close work-file
               else
                   move "N" to ws-eof-flag
                   perform until ws-eof
                       read hold-history-file
                           at end move "Y" to ws-eof-flag
                           not at end perform judge-hold-history-row
                       end-read
                   end-perform
                   close hold-history-file
                   close work-file
                   if ws-rows-purged > 0
                       if summarize-wanted
                           perform save-summary-table
                       end-if
                       if ws-file-ok
                           perform copy-back-hold-history
                       end-if
                   end-if
                   perform report-log-purge
               end-if
           end-if.

       judge-hold-history-row.
           add 1 to ws-rows-read
           move hq-decided-at(1:8) to ws-row-date-text
           if ws-row-date-text is numeric
               move ws-row-date-text to ws-row-date
           else
               move 99999999 to ws-row-date
           end-if
           if ws-row-date < ws-cutoff-date
               add 1 to ws-rows-purged
               if summarize-wanted
                   move zeros to ws-row-lsin
                   move zeros to ws-row-reject
                   if hq-status-declined or hq-status-refused
                       move 1 to ws-row-reject
                   end-if
                   move zeros to ws-row-exception
                   perform add-to-summary
               end-if
           else
               add 1 to ws-rows-kept
               write wk-record from hold-queue-record
               perform check-work-write
           end-if.

       copy-back-hold-history.
           open input work-file
           open output hold-history-file
           if ws-work-status not = "00" or ws-hist-status not = "00"
               perform report-copy-back-failure
           else
               move "N" to ws-eof-flag
               perform until ws-eof
                   read work-file
                       at end move "Y" to ws-eof-flag
                       not at end
                           move wk-record to hold-queue-record
                           write hold-queue-record
                           if ws-hist-status not = "00"
                               perform report-copy-back-failure
                           end-if
                   end-read
               end-perform
               close hold-history-file
               close work-file
           end-if.

       open-work-output.
           move "Y" to ws-file-ok-flag
           move "N" to ws-copy-back-flag
           open output work-file
           if ws-work-status not = "00"
               display "HOUSEKP: cannot open HKWORK, status "
                   ws-work-status
               move "N" to ws-file-ok-flag
           end-if.

       check-work-write.
      *    A kept row that did not reach HKWORK would be lost by the
      *    copy-back, so any failure here cancels this file's purge.
           if ws-work-status not = "00"
               move "N" to ws-file-ok-flag
           end-if.

       report-open-failure.
           initialize ws-report-line
           string "  CANNOT OPEN " ws-file-id ", NOT PURGED"
               delimited by size into ws-report-line
           perform write-report-line
           if return-code = 0
               move 12 to return-code
           end-if.

       report-copy-back-failure.
      *    The kept rows are still in HKWORK - the file can be
      *    restored from there by hand. Ends the copy-back loop: a
      *    file that failed one write is not trusted with the rest.
           display "HOUSEKP: cannot rewrite " ws-file-id
               ", kept rows are in HKWORK"
           move "N" to ws-file-ok-flag
           move "Y" to ws-copy-back-flag
           move "Y" to ws-eof-flag
           move 16 to return-code.

       report-log-purge.
           initialize ws-report-line
           evaluate true
               when ws-copy-back-failed
                   string "  " ws-file-id " REWRITE FAILED AFTER "
                       ws-rows-purged " ROWS PURGED - KEPT ROWS ARE "
                       "IN HKWORK"
                       delimited by size into ws-report-line
               when not ws-file-ok
                   string "  " ws-file-id " NOT PURGED - HKWORK OR "
                       "HKSUMM COULD NOT BE WRITTEN"
                       delimited by size into ws-report-line
                   if return-code = 0
                       move 12 to return-code
                   end-if
               when ws-rows-purged = 0
                   string "  NO " ws-file-id " ROWS OLD ENOUGH TO PURGE"
                       delimited by size into ws-report-line
               when other
                   add ws-rows-purged to ws-total-purged
                   string "  PURGED " ws-file-id " ROWS "
                       ws-rows-purged " KEPT " ws-rows-kept
                       delimited by size into ws-report-line
           end-evaluate
           perform write-report-line.

      *-----------------------------------------------------------
      *    Monthly summary upkeep.
      *-----------------------------------------------------------
       add-to-summary.
           move zeros to ws-summary-match
           perform varying ws-summary-idx from 1 by 1
                   until ws-summary-idx > ws-summary-count
               if ws-sum-source(ws-summary-idx) = ws-file-id
                       and ws-sum-month(ws-summary-idx)
                           = ws-row-date(1:6)
                   move ws-summary-idx to ws-summary-match
                   move ws-summary-count to ws-summary-idx
               end-if
           end-perform
           if ws-summary-match = 0
               if ws-summary-count >= 600
                   set ws-summary-full to true
                   move "N" to ws-file-ok-flag
               else
                   add 1 to ws-summary-count
                   move ws-summary-count to ws-summary-match
                   initialize ws-summary-entry(ws-summary-match)
                   move ws-file-id to ws-sum-source(ws-summary-match)
                   move ws-row-date(1:6)
                       to ws-sum-month(ws-summary-match)
               end-if
           end-if
           if ws-summary-match > 0
               if ws-row-date > ws-sum-prior-through(ws-summary-match)
                   add 1 to ws-sum-records(ws-summary-match)
                   add ws-row-lsin to ws-sum-lsin(ws-summary-match)
                   add ws-row-reject to ws-sum-rejects(ws-summary-match)
                   add ws-row-exception
                       to ws-sum-exceptions(ws-summary-match)
                   if ws-row-date > ws-sum-through(ws-summary-match)
                       move ws-row-date
                           to ws-sum-through(ws-summary-match)
                   end-if
               end-if
           end-if.

       save-summary-table.
           open output summary-file
           if ws-summary-status not = "00"
               display "HOUSEKP: cannot rewrite HKSUMM, status "
                   ws-summary-status
               move "N" to ws-file-ok-flag
           else
               perform varying ws-summary-idx from 1 by 1
                       until ws-summary-idx > ws-summary-count
                   move ws-sum-row(ws-summary-idx)
                       to month-summary-record
                   write month-summary-record
                   if ws-summary-status not = "00"
                       move "N" to ws-file-ok-flag
                   end-if
               end-perform
               close summary-file
           end-if
           if not ws-file-ok
               display "HOUSEKP: HKSUMM not saved, " ws-file-id
                   " detail kept"
           end-if.

       write-report-line.
           display ws-report-line
           write hr-line from ws-report-line
           if ws-register-status not = "00"
               display "HOUSEKP: cannot write HKREG, status "
                   ws-register-status
               if return-code = 0
                   move 12 to return-code
               end-if
           end-if.
