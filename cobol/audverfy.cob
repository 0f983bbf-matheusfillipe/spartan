       identification division.
       program-id. audverfy.
       author. matheus.
       date-written. October 15th 2026
       environment division.
       configuration section.
       input-output section.
       file-control.
      *    Walks an ENTRYAUD chain and reports every place it does not
      *    hold: a sequence gap (rows deleted), a sequence out of
      *    order or repeated (rows moved or copied), a check value
      *    that no longer matches the row (row edited), rows missing
      *    from the end (truncation, judged against ENTRYAUDCHN for
      *    the live file and against the AUDCHAIN ledger for an
      *    archive), and rows with no chain at all. With
      *    AUDVERFY_DATE unset it verifies the live ENTRYAUD as a
      *    step of the nightly cycle - gated, stamped in RUNCTL, and
      *    required clean by CYCLGATE before AUDARCH may roll the file
      *    over. With AUDVERFY_DATE set it verifies that day's dated
      *    archive instead, as an ad hoc check outside the cycle.
           select entry-audit-file assign to "ENTRYAUD"
               organization is line sequential
               file status is ws-audit-status.
           select audit-archive-file assign to "ENTRYAUDARCH"
               organization is line sequential
               file status is ws-audit-status.
           select chain-anchor-file assign to "ENTRYAUDCHN"
               organization is line sequential
               file status is ws-anchor-status.
           select chain-ledger-file assign to "AUDCHAIN"
               organization is line sequential
               file status is ws-ledger-status.
           select verify-report assign to "AUDVRPT"
               organization is line sequential
               file status is ws-report-status.
           select run-control-file assign to "RUNCTL"
               organization is line sequential
               file status is ws-runctl-status.
       data division.
       file section.
       fd  entry-audit-file.
       01 live-audit-record PIC X(663).
       fd  audit-archive-file.
       01 arch-audit-record PIC X(663).
       fd  chain-anchor-file.
       01 anchor-record PIC X(62).
       fd  chain-ledger-file.
       copy audldgr.
       fd  verify-report.
       01 vr-line PIC X(100).
       fd  run-control-file.
       copy runctl.
       working-storage section.
       01 ws-runctl-status PIC X(2).
       01 ws-step-timestamp PIC X(26).
       01 ws-step-phase PIC X(5).
       01 ws-step-count PIC 9(9).
       01 ws-gate-program PIC X(10).
       01 ws-cycle-date PIC 9(8).
       copy parmcall.
       01 ws-audit-status PIC X(2).
       01 ws-anchor-status PIC X(2).
       01 ws-ledger-status PIC X(2).
       01 ws-report-status PIC X(2).
       01 ws-eof-flag PIC X value "N".
           88 ws-eof value "Y".
       copy atrecord.
       copy audchn.
       01 ws-verify-date-env PIC X(8).
       01 ws-verify-mode PIC X value "L".
           88 verify-live value "L".
           88 verify-archive value "A".
       01 ws-file-name PIC X(17).
       01 ws-audit-opened PIC X value "N".
           88 audit-file-opened value "Y".
      *    Where the chain is expected to start and end - from the
      *    anchor for the live file, from the ledger for an archive.
      *    Unknown when neither is on file: the chain is then checked
      *    from its own first row onward, and truncation cannot be.
       01 ws-expect-known-flag PIC X value "N".
           88 ws-expect-known value "Y".
       01 ws-expect-open-sequence PIC 9(9) value zeros.
       01 ws-expect-open-chain PIC 9(9) value zeros.
       01 ws-expect-last-sequence PIC 9(9) value zeros.
       01 ws-expect-last-chain PIC 9(9) value zeros.
       01 ws-chain-started-flag PIC X value "N".
           88 ws-chain-started value "Y".
       01 ws-prev-sequence PIC 9(9) value zeros.
       01 ws-prev-chain PIC 9(9) value zeros.
       01 ws-expected-sequence PIC 9(9).
       01 ws-computed-chain PIC 9(9).
       01 ws-missing-to PIC 9(9).
       01 ws-row-count PIC 9(9) value zeros.
       01 ws-verified-count PIC 9(9) value zeros.
       01 ws-legacy-count PIC 9(9) value zeros.
       01 ws-finding-count PIC 9(7) value zeros.
       01 ws-report-line PIC X(100).
       procedure division.
       main-line.
           display "AUDVERFY START"
           perform set-verify-mode
           if verify-live
               perform set-cycle-date
               perform check-cycle-gate
               perform write-step-start
           end-if
           open output verify-report
           if ws-report-status not = "00"
               display "AUDVERFY: cannot open AUDVRPT, status "
                   ws-report-status
               move 16 to return-code
               perform finish-run
           end-if
           if verify-live
               perform load-chain-anchor
           else
               perform load-ledger-rows
           end-if
           perform open-audit-file
           perform write-report-heading
           perform until ws-eof
               perform read-audit-row
               if not ws-eof
                   perform verify-one-row
               end-if
           end-perform
           if audit-file-opened
               if verify-live
                   close entry-audit-file
               else
                   close audit-archive-file
               end-if
           end-if
           perform check-chain-end
           perform write-summary
           close verify-report
           if ws-finding-count > 0 and return-code = 0
               move 8 to return-code
           end-if
           perform finish-run.

       finish-run.
           if verify-live
               perform write-step-end
           end-if
           display "AUDVERFY END"
           stop run.

       set-verify-mode.
           move "AUDVERFY" to pc-program
           move "DATE" to pc-name
           move spaces to pc-default
           perform get-parameter
           move pc-value to ws-verify-date-env
           if ws-verify-date-env = spaces
               set verify-live to true
               move "ENTRYAUD" to ws-file-name
           else
               if ws-verify-date-env is not numeric
                   display "AUDVERFY: AUDVERFY_DATE must be a "
                       "YYYYMMDD archive date"
                   move 16 to return-code
                   stop run
               end-if
               set verify-archive to true
               initialize ws-file-name
               string "ENTRYAUD." ws-verify-date-env
                   delimited by size into ws-file-name
               display "DD_ENTRYAUDARCH" upon environment-name
               display ws-file-name upon environment-value
           end-if.

       get-parameter.
      *    Settings come from CYCLPARM - see there. One it refuses
      *    stops the run.
           move "AUDVERFY" to pc-caller
           call "cyclparm" using parm-call
           if return-code not = 0
               display "AUDVERFY: cannot start on these parameters"
               stop run
           end-if.

       set-cycle-date.
      *    The cycle's identity, not the wall clock's - see EXCEPTRPT.
           move "AUDVERFY" to pc-caller
           move "ALL" to pc-program
           move "CYCLE_DATE" to pc-name
           move spaces to pc-default
           call "cyclparm" using parm-call
           if return-code not = 0
               display "AUDVERFY: cannot start on these parameters"
               stop run
           end-if
           move pc-cycle-date to ws-cycle-date.

       check-cycle-gate.
      *    ENTRYBATCH must have finished writing today's ENTRYAUD
      *    before the chain is judged - and this step in turn must
      *    end clean before CYCLGATE lets AUDARCH roll the file.
           move "AUDVERFY" to ws-gate-program
           call "cyclgate" using ws-gate-program
           if return-code not = 0
               display "AUDVERFY: cycle gate refused start"
               stop run
           end-if.

       write-step-start.
           move "START" to ws-step-phase
           move zeros to ws-step-count
           perform write-run-step.

       write-step-end.
           move "END" to ws-step-phase
           move ws-row-count to ws-step-count
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
               display "AUDVERFY: cannot open RUNCTL, status "
                   ws-runctl-status
               if return-code = 0
                   move 12 to return-code
               end-if
           else
               move ws-cycle-date to rs-cycle-date
               move "AUDVERFY" to rs-program
               move ws-step-phase to rs-phase
               move ws-step-timestamp to rs-timestamp
               move return-code to rs-return-code
               move ws-step-count to rs-record-count
               write run-step-record
               if ws-runctl-status not = "00"
                   display "AUDVERFY: cannot write RUNCTL, status "
                       ws-runctl-status
                   if return-code = 0
                       move 12 to return-code
                   end-if
               end-if
               close run-control-file
           end-if.

       load-chain-anchor.
           open input chain-anchor-file
           if ws-anchor-status = "00"
               read chain-anchor-file into audit-chain-anchor
                   at end initialize audit-chain-anchor
                   not at end set ws-expect-known to true
               end-read
               close chain-anchor-file
           end-if
           if ws-expect-known
               move ac-open-sequence to ws-expect-open-sequence
               move ac-open-chain to ws-expect-open-chain
               move ac-last-sequence to ws-expect-last-sequence
               move ac-last-chain to ws-expect-last-chain
           end-if.

       load-ledger-rows.
      *    The first ledger row for the archive says where its chain
      *    opens, the last says where it closes - a same-day second
      *    rollover continues the chain the first one ended.
           open input chain-ledger-file
           if ws-ledger-status = "00"
               move "N" to ws-eof-flag
               perform until ws-eof
                   read chain-ledger-file
                       at end move "Y" to ws-eof-flag
                       not at end perform keep-ledger-row
                   end-read
               end-perform
               move "N" to ws-eof-flag
               close chain-ledger-file
           end-if.

       keep-ledger-row.
           if al-archive-name = ws-file-name
               if not ws-expect-known
                   set ws-expect-known to true
                   compute ws-expect-open-sequence =
                       al-first-sequence - 1
                   move al-open-chain to ws-expect-open-chain
               end-if
               move al-last-sequence to ws-expect-last-sequence
               move al-last-chain to ws-expect-last-chain
           end-if.

       open-audit-file.
           if verify-live
               open input entry-audit-file
           else
               open input audit-archive-file
           end-if
           evaluate true
               when ws-audit-status = "00"
                   set audit-file-opened to true
               when ws-audit-status = "35" and verify-live
      *            No live file is an empty one - judged below against
      *            whatever the anchor says should be in it.
                   move "Y" to ws-eof-flag
               when other
                   display "AUDVERFY: cannot open " ws-file-name
                       ", status " ws-audit-status
                   move 16 to return-code
                   close verify-report
                   perform finish-run
           end-evaluate.

       read-audit-row.
           if verify-live
               read entry-audit-file into at-record
                   at end move "Y" to ws-eof-flag
               end-read
           else
               read audit-archive-file into at-record
                   at end move "Y" to ws-eof-flag
               end-read
           end-if.

       verify-one-row.
           add 1 to ws-row-count
           if at-sequence is not numeric
                   or at-chain-value is not numeric
               perform check-unchained-row
           else
               perform check-chained-row
           end-if.

       check-unchained-row.
      *    Rows from before the chain existed can only sit ahead of
      *    its first row, and only in a file whose chain has never
      *    rolled over - anywhere else an unchained row was put there
      *    by hand or had its chain columns blanked.
           if not ws-chain-started and ws-expect-open-sequence = 0
               add 1 to ws-legacy-count
           else
               initialize ws-report-line
               string "UNCHAINED ROW " ws-row-count
                   " AT " at-timestamp(1:14)
                   " - NO SEQUENCE OR CHECK VALUE"
                   delimited by size into ws-report-line
               perform write-finding
           end-if.

       check-chained-row.
           if not ws-chain-started
               set ws-chain-started to true
               if not ws-expect-known
      *            Nothing says where this chain should start, so its
      *            first row is taken as the start and checking runs
      *            from there.
                   move at-sequence to ws-prev-sequence
                   move at-chain-value to ws-prev-chain
                   add 1 to ws-verified-count
                   initialize ws-report-line
                   string "NO CHAIN RECORD FOR " ws-file-name
                       " - START AND END OF CHAIN UNCHECKED"
                       delimited by size into ws-report-line
                   perform write-finding
               else
                   move ws-expect-open-sequence to ws-prev-sequence
                   move ws-expect-open-chain to ws-prev-chain
                   perform check-row-against-prev
               end-if
           else
               perform check-row-against-prev
           end-if.

       check-row-against-prev.
           compute ws-expected-sequence = ws-prev-sequence + 1
           evaluate true
               when at-sequence = ws-expected-sequence
                   call "audchain" using at-record, ws-prev-chain,
                       ws-computed-chain
                   if ws-computed-chain = at-chain-value
                       add 1 to ws-verified-count
                   else
                       initialize ws-report-line
                       string "EDITED ROW " ws-row-count
                           " SEQUENCE " at-sequence
                           " - CHECK VALUE DOES NOT MATCH CONTENT"
                           delimited by size into ws-report-line
                       perform write-finding
                   end-if
               when at-sequence > ws-expected-sequence
      *            The row after a gap cannot be checked against a
      *            predecessor that is gone; the chain picks up again
      *            from it.
                   compute ws-missing-to = at-sequence - 1
                   initialize ws-report-line
                   string "GAP BEFORE ROW " ws-row-count
                       " - SEQUENCE " ws-expected-sequence
                       " TO " ws-missing-to " MISSING"
                       delimited by size into ws-report-line
                   perform write-finding
               when at-sequence = ws-prev-sequence
                   initialize ws-report-line
                   string "REPEATED ROW " ws-row-count
                       " - SEQUENCE " at-sequence
                       " APPEARS TWICE"
                       delimited by size into ws-report-line
                   perform write-finding
               when other
                   initialize ws-report-line
                   string "OUT OF ORDER ROW " ws-row-count
                       " - SEQUENCE " at-sequence
                       " AFTER " ws-prev-sequence
                       delimited by size into ws-report-line
                   perform write-finding
           end-evaluate
           if at-sequence > ws-prev-sequence
               move at-sequence to ws-prev-sequence
               move at-chain-value to ws-prev-chain
           end-if.

       check-chain-end.
      *    A file cut short still has a perfectly good chain up to
      *    where it stops - only the anchor (or ledger) knows where it
      *    should have stopped.
           if ws-expect-known
               if not ws-chain-started
                   move ws-expect-open-sequence to ws-prev-sequence
                   move ws-expect-open-chain to ws-prev-chain
               end-if
               evaluate true
                   when ws-prev-sequence < ws-expect-last-sequence
                       compute ws-expected-sequence =
                           ws-prev-sequence + 1
                       initialize ws-report-line
                       string "TRUNCATED - SEQUENCE "
                           ws-expected-sequence " TO "
                           ws-expect-last-sequence
                           " MISSING FROM END OF FILE"
                           delimited by size into ws-report-line
                       perform write-finding
                   when ws-prev-sequence > ws-expect-last-sequence
                       initialize ws-report-line
                       string "ROWS BEYOND RECORDED END - FILE ENDS AT "
                           ws-prev-sequence " BUT CHAIN RECORD AT "
                           ws-expect-last-sequence
                           delimited by size into ws-report-line
                       perform write-finding
                   when ws-prev-chain not = ws-expect-last-chain
                       initialize ws-report-line
                       string "LAST ROW " ws-prev-sequence
                           " CHECK VALUE DIFFERS FROM CHAIN RECORD"
                           delimited by size into ws-report-line
                       perform write-finding
               end-evaluate
           end-if.

       write-report-heading.
           initialize ws-report-line
           if ws-expect-known
               string "AUDIT CHAIN VERIFICATION OF " ws-file-name
                   "  EXPECTED " ws-expect-open-sequence
                   " TO " ws-expect-last-sequence
                   delimited by size into ws-report-line
           else
               string "AUDIT CHAIN VERIFICATION OF " ws-file-name
                   "  NO CHAIN RECORD ON FILE"
                   delimited by size into ws-report-line
           end-if
           perform write-report-line
           move spaces to ws-report-line
           perform write-report-line.

       write-summary.
           move spaces to ws-report-line
           perform write-report-line
           initialize ws-report-line
           string "ROWS READ:           " ws-row-count
               delimited by size into ws-report-line
           perform write-report-line
           initialize ws-report-line
           string "ROWS VERIFIED:       " ws-verified-count
               delimited by size into ws-report-line
           perform write-report-line
           initialize ws-report-line
           string "PRE-CHAIN ROWS:      " ws-legacy-count
               delimited by size into ws-report-line
           perform write-report-line
           initialize ws-report-line
           string "FINDINGS:            " ws-finding-count
               delimited by size into ws-report-line
           perform write-report-line
           initialize ws-report-line
           if ws-finding-count = 0
               string "CHAIN INTACT"
                   delimited by size into ws-report-line
           else
               string "CHAIN BROKEN - DO NOT ARCHIVE UNTIL EXPLAINED"
                   delimited by size into ws-report-line
           end-if
           perform write-report-line.

       write-finding.
           add 1 to ws-finding-count
           perform write-report-line.

       write-report-line.
           display ws-report-line
           write vr-line from ws-report-line
           if ws-report-status not = "00"
               display "AUDVERFY: cannot write AUDVRPT, status "
                   ws-report-status
               if return-code = 0
                   move 12 to return-code
               end-if
           end-if.
