           select run-control-file assign to "RUNCTL"
               organization is line sequential
               file status is ws-runctl-status.
           select chain-anchor-file assign to "ENTRYAUDCHN"
               organization is line sequential
               file status is ws-anchor-status.
           select chain-ledger-file assign to "AUDCHAIN"
               organization is line sequential
               file status is ws-ledger-status.
       data division.
       file section.
       fd  entry-audit-file.
       copy atrecord.
       fd  audit-archive-file.
       01 arch-record PIC X(663).
       fd  run-control-file.
       copy runctl.
       fd  chain-anchor-file.
       01 anchor-record PIC X(62).
       fd  chain-ledger-file.
       copy audldgr.
       working-storage section.
       01 ws-runctl-status PIC X(2).
       01 ws-step-timestamp PIC X(26).
       01 ws-step-phase PIC X(5).
       01 ws-step-count PIC 9(9).
       01 ws-gate-program PIC X(10).
       01 ws-cycle-date PIC 9(8).
       copy parmcall.
       01 ws-audit-status PIC X(2).
       01 ws-archive-status PIC X(2).
       01 ws-eof-flag PIC X value "N".
       01 ws-timestamp PIC X(26).
       01 ws-archive-name PIC X(17).
       01 ws-archived-count PIC 9(7) value zeros.
       01 ws-anchor-status PIC X(2).
       01 ws-ledger-status PIC X(2).
       copy audchn.
       procedure division.
       main-line.
           display "AUDARCH START"
           close entry-audit-file
           if return-code = 0
               perform reset-audit-file
               if return-code = 0
                   perform roll-audit-chain
               end-if
           else
      *        A record that failed to reach the archive is still only
      *        in ENTRYAUD - clearing it now would destroy the sole

       set-cycle-date.
      *    The cycle's identity, not the wall clock's: the scheduler
      *    sets one cycle date for the whole night so a
      *    sequence that straddles midnight still stamps and gates as
      *    one cycle. CURRENT-DATE is only the fallback for hand
      *    runs. The archive name itself stays on the wall-clock
      *    date SET-ARCHIVE-NAME reads - it records when the
      *    rollover ran, which is what the auditors ask for - and the
      *    AUDCHAIN row ties that name back to this cycle.
           move "AUDARCH" to pc-caller
           move "ALL" to pc-program
           move "CYCLE_DATE" to pc-name
           move spaces to pc-default
           call "cyclparm" using parm-call
           if return-code not = 0
               display "AUDARCH: cannot start on these parameters"
               stop run
           end-if
           move pc-cycle-date to ws-cycle-date.

       check-cycle-gate.
      *    The rollover is the one step that destroys its input - it
      *    must not run until EXCEPTRPT and VOLRPT have both read
      *    today's ENTRYAUD, or the day's figures are gone for good,
      *    and not until AUDVERFY has found the chain intact, or a
      *    doctored file is sealed into an archive as if it were
      *    genuine. CYCLGATE holds this step until all three show a
      *    clean END row for today's cycle.
           move "AUDARCH" to ws-gate-program
           call "cyclgate" using ws-gate-program
           if return-code not = 0
           else
               close entry-audit-file
           end-if.

       roll-audit-chain.
      *    Record where this archive's chain starts and ends in the
      *    ledger, then move the anchor's open point up to the last
      *    row archived, so the fresh ENTRYAUD is verified as
      *    starting where this archive stopped. A live file that was
      *    never chained (no anchor yet) has nothing to record.
           open input chain-anchor-file
           if ws-anchor-status not = "00"
               display "AUDARCH: no ENTRYAUDCHN, archive not entered "
                   "in AUDCHAIN"
           else
               read chain-anchor-file into audit-chain-anchor
                   at end initialize audit-chain-anchor
               end-read
               close chain-anchor-file
               perform write-ledger-row
               if return-code = 0
                   move ac-last-sequence to ac-open-sequence
                   move ac-last-chain to ac-open-chain
                   perform rewrite-chain-anchor
               end-if
           end-if.

       write-ledger-row.
           move ws-archive-name to al-archive-name
           move function current-date to al-rollover-time
           compute al-first-sequence = ac-open-sequence + 1
           move ac-open-chain to al-open-chain
           move ac-last-sequence to al-last-sequence
           move ac-last-chain to al-last-chain
           move ws-archived-count to al-row-count
           move ws-cycle-date to al-cycle-date
           open extend chain-ledger-file
           if ws-ledger-status = "35"
               open output chain-ledger-file
           end-if
           if ws-ledger-status not = "00"
               display "AUDARCH: cannot open AUDCHAIN, status "
                   ws-ledger-status
               move 16 to return-code
           else
               write audit-chain-ledger
               if ws-ledger-status not = "00"
                   display "AUDARCH: cannot write AUDCHAIN, status "
                       ws-ledger-status
                   move 16 to return-code
               end-if
               close chain-ledger-file
           end-if.

       rewrite-chain-anchor.
           open output chain-anchor-file
           if ws-anchor-status not = "00"
               display "AUDARCH: cannot rewrite ENTRYAUDCHN, status "
                   ws-anchor-status
               move 16 to return-code
           else
               write anchor-record from audit-chain-anchor
               if ws-anchor-status not = "00"
                   display "AUDARCH: cannot write ENTRYAUDCHN, "
                       "status " ws-anchor-status
                   move 16 to return-code
               end-if
               close chain-anchor-file
           end-if.
