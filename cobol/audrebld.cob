       identification division.
       program-id. audrebld.
       author. matheus.
       date-written. October 15th 2026
       environment division.
       configuration section.
       input-output section.
       file-control.
      *    Recovery for a lost or damaged ENTRYOUT (or the DELIMOUT
      *    exported from it) once AUDARCH has rolled the day over:
      *    the dated ENTRYAUD.YYYYMMDD archive is then the only
      *    surviving record of what ENTRY did, and rerunning the
      *    batch would re-dispatch everything and trip duplicate
      *    detection. This program rebuilds the day's results from
      *    the archive alone - ROUTER and ENTRY are never called -
      *    into REBLDOUT, in BATCHOUT shape so OUTCONV can re-export
      *    it. AUDREBLD CYCLE names the cycle to recover; its
      *    archives are the ones AUDCHAIN records AUDARCH rolling
      *    for that cycle - normally one, named for the next day when
      *    the night ran past midnight, more when the rollover was
      *    rerun after midnight. Archives rolled before AUDCHAIN
      *    carried the cycle are taken by name date, as they always
      *    were, and AUDREBLD DATE still names one archive outright.
      *    Each archive is found the way TRENDRPT finds it, by
      *    handing the dated name to the runtime's file mapping.
      *    Optionally it also writes a REPLAYIN/REPLAYFEED pair in
      *    ENTRYIN/ENTRYFEED shape, for a controlled replay through
      *    ENTRYBATCH when the downstream needs the day re-driven
      *    rather than just re-exported.
           select audit-archive-file assign to "ENTRYAUDARCH"
               organization is line sequential
               file status is ws-archive-status.
           select chain-ledger-file assign to "AUDCHAIN"
               organization is line sequential
               file status is ws-ledger-status.
           select rebuild-out-file assign to "REBLDOUT"
               organization is line sequential
               file status is ws-out-status.
           select rebuild-report assign to "REBLDRPT"
               organization is line sequential
               file status is ws-report-status.
           select replay-in-file assign to "REPLAYIN"
               organization is line sequential
               file status is ws-replay-in-status.
           select replay-feed-file assign to "REPLAYFEED"
               organization is line sequential
               file status is ws-replay-feed-status.
       data division.
       file section.
       fd  audit-archive-file.
       copy atrecord.
       fd  chain-ledger-file.
       copy audldgr.
       fd  rebuild-out-file.
       copy batchout.
       fd  rebuild-report.
       01 rb-line PIC X(100).
       fd  replay-in-file.
       copy batchin.
       fd  replay-feed-file.
       copy feedrec.
       working-storage section.
       copy parmcall.
       01 ws-archive-status PIC X(2).
       01 ws-ledger-status PIC X(2).
       01 ws-out-status PIC X(2).
       01 ws-report-status PIC X(2).
       01 ws-replay-in-status PIC X(2).
       01 ws-replay-feed-status PIC X(2).
       01 ws-eof-flag PIC X value "N".
           88 ws-eof value "Y".
      *    The cycle asked for, or the name date of one archive.
       01 ws-rebuild-cycle-env PIC X(8).
       01 ws-rebuild-cycle PIC 9(8) value zeros.
       01 ws-rebuild-date-env PIC X(8).
       01 ws-rebuild-date PIC 9(8).
      *    The archives to read, in ledger order, and the earliest
      *    cycle the ledger names - a cycle before it predates the
      *    cycle column.
       01 ws-archive-table.
           05 ws-archive-entry PIC X(17) occurs 10 times.
       01 ws-archive-count PIC 9(2) value zeros.
       01 ws-archive-idx PIC 9(2).
       01 ws-archive-match PIC 9(2).
       01 ws-first-ledger-cycle PIC 9(8) value zeros.
       01 ws-archive-name PIC X(17).
       01 ws-archives-read PIC 9(2) value zeros.
       01 ws-replay-env PIC X(1).
           88 replay-wanted value "Y".
       01 ws-read-count PIC 9(7) value zeros.
       01 ws-rebuilt-count PIC 9(7) value zeros.
       01 ws-unusable-count PIC 9(7) value zeros.
       01 ws-replay-count PIC 9(7) value zeros.
       01 ws-lsin-total PIC 9(9) value zeros.
       01 ws-unusable-reason PIC X(40).
       01 ws-report-line PIC X(100).
       procedure division.
       main-line.
           display "AUDREBLD START"
           perform set-rebuild-options
           perform find-archives
           open output rebuild-out-file
           if ws-out-status not = "00"
               display "AUDREBLD: cannot open REBLDOUT, status "
                   ws-out-status
               move 16 to return-code
               stop run
           end-if
           open output rebuild-report
           if ws-report-status not = "00"
               display "AUDREBLD: cannot open REBLDRPT, status "
                   ws-report-status
               close rebuild-out-file
               move 16 to return-code
               stop run
           end-if
           if replay-wanted
               perform open-replay-files
           end-if
           initialize ws-report-line
           if ws-rebuild-cycle not = zeros
               string "REBUILD OF CYCLE " ws-rebuild-cycle
                   delimited by size into ws-report-line
           else
               string "REBUILD OF " ws-archive-entry(1)
                   delimited by size into ws-report-line
           end-if
           perform write-report-line
           move spaces to ws-report-line
           perform write-report-line
           perform varying ws-archive-idx from 1 by 1
                   until ws-archive-idx > ws-archive-count
               perform rebuild-one-archive
           end-perform
           close rebuild-out-file
           if replay-wanted
               close replay-in-file
               close replay-feed-file
           end-if
           perform write-summary
           close rebuild-report
      *    Not one archive found is nothing rebuilt - refused, not
      *    a clean run with an empty REBLDOUT.
           if ws-archives-read = 0
               display "AUDREBLD: no archive could be read, "
                   "nothing rebuilt"
               move 16 to return-code
           end-if
           if ws-unusable-count > 0 and return-code = 0
               move 8 to return-code
           end-if
           display "AUDREBLD END"
           stop run.

       set-rebuild-options.
      *    CYCLPARM has already refused a CYCLE or DATE that is not a
      *    valid date; one of the two must be given.
           move "AUDREBLD" to pc-program
           move "CYCLE" to pc-name
           move spaces to pc-default
           perform get-parameter
           move pc-value to ws-rebuild-cycle-env
           move "AUDREBLD" to pc-program
           move "DATE" to pc-name
           move spaces to pc-default
           perform get-parameter
           move pc-value to ws-rebuild-date-env
           evaluate true
               when ws-rebuild-cycle-env is numeric
                   move ws-rebuild-cycle-env to ws-rebuild-cycle
               when ws-rebuild-date-env is numeric
                   move ws-rebuild-date-env to ws-rebuild-date
               when other
                   display "AUDREBLD: AUDREBLD_CYCLE must be set to "
                       "the YYYYMMDD cycle to rebuild (or "
                       "AUDREBLD_DATE to one archive's name date)"
                   move 16 to return-code
                   stop run
           end-evaluate
           move "AUDREBLD" to pc-program
           move "REPLAY" to pc-name
           move "N" to pc-default
           perform get-parameter
           move pc-value to ws-replay-env.

       get-parameter.
      *    Settings come from CYCLPARM - see there. One it refuses
      *    stops the run.
           move "AUDREBLD" to pc-caller
           call "cyclparm" using parm-call
           if return-code not = 0
               display "AUDREBLD: cannot start on these parameters"
               stop run
           end-if.

       find-archives.
           if ws-rebuild-cycle = zeros
               perform add-name-date-archive
           else
               open input chain-ledger-file
               if ws-ledger-status = "00"
                   move "N" to ws-eof-flag
                   perform until ws-eof
                       read chain-ledger-file
                           at end move "Y" to ws-eof-flag
                           not at end perform check-ledger-row
                       end-read
                   end-perform
                   close chain-ledger-file
               else
                   display "AUDREBLD: cannot open AUDCHAIN, status "
                       ws-ledger-status
               end-if
               if ws-archive-count = 0
                   if ws-first-ledger-cycle = zeros
                           or ws-rebuild-cycle < ws-first-ledger-cycle
                       display "AUDREBLD: cycle " ws-rebuild-cycle
                           " predates AUDCHAIN's cycle dates, taking"
                           " the archive by name date"
                       move ws-rebuild-cycle to ws-rebuild-date
                       perform add-name-date-archive
                   else
                       display "AUDREBLD: AUDCHAIN records no archive "
                           "for cycle " ws-rebuild-cycle
                       move 16 to return-code
                       stop run
                   end-if
               end-if
           end-if.

       check-ledger-row.
      *    A second rollover on the same day appends a second row for
      *    the same archive - one name is read once.
           if al-cycle-date is numeric
               if ws-first-ledger-cycle = zeros
                       or al-cycle-date < ws-first-ledger-cycle
                   move al-cycle-date to ws-first-ledger-cycle
               end-if
               if al-cycle-date = ws-rebuild-cycle
                   move zeros to ws-archive-match
                   perform varying ws-archive-idx from 1 by 1
                           until ws-archive-idx > ws-archive-count
                       if ws-archive-entry(ws-archive-idx)
                               = al-archive-name
                           move ws-archive-idx to ws-archive-match
                       end-if
                   end-perform
                   evaluate true
                       when ws-archive-match > 0
                           continue
                       when ws-archive-count >= 10
                           display "AUDREBLD: more than 10 archives "
                               "for cycle " ws-rebuild-cycle ", "
                               al-archive-name " not read"
                           move 12 to return-code
                       when other
                           add 1 to ws-archive-count
                           move al-archive-name
                               to ws-archive-entry(ws-archive-count)
                   end-evaluate
               end-if
           end-if.

       add-name-date-archive.
           move 1 to ws-archive-count
           initialize ws-archive-entry(1)
           string "ENTRYAUD." ws-rebuild-date
               delimited by size into ws-archive-entry(1).

       rebuild-one-archive.
           move ws-archive-entry(ws-archive-idx) to ws-archive-name
           display "DD_ENTRYAUDARCH" upon environment-name
           display ws-archive-name upon environment-value
           open input audit-archive-file
           if ws-archive-status not = "00"
               display "AUDREBLD: cannot open " ws-archive-name
                   ", status " ws-archive-status
               initialize ws-report-line
               string "CANNOT OPEN " ws-archive-name ", STATUS "
                   ws-archive-status ", NOT REBUILT"
                   delimited by size into ws-report-line
               perform write-report-line
               if return-code = 0
                   move 12 to return-code
               end-if
           else
               add 1 to ws-archives-read
               initialize ws-report-line
               string "FROM " ws-archive-name
                   delimited by size into ws-report-line
               perform write-report-line
               move "N" to ws-eof-flag
               perform until ws-eof
                   read audit-archive-file
                       at end move "Y" to ws-eof-flag
                       not at end perform rebuild-one-record
                   end-read
               end-perform
               close audit-archive-file
           end-if.

       open-replay-files.
           open output replay-in-file
           if ws-replay-in-status not = "00"
               display "AUDREBLD: cannot open REPLAYIN, status "
                   ws-replay-in-status
               move 16 to return-code
               stop run
           end-if
           open output replay-feed-file
           if ws-replay-feed-status not = "00"
               display "AUDREBLD: cannot open REPLAYFEED, status "
                   ws-replay-feed-status
               close replay-in-file
               move 16 to return-code
               stop run
           end-if.

       rebuild-one-record.
      *    Only rows ENTRY completed can be rebuilt. ENTRY blanks
      *    AT-LIN-DATA when the LSIN overran the LIN (or the call
      *    came in on a contract version it did not recognize), and a
      *    blank AT-LOUTPUT is a call whose ENTRYFEED row never
      *    arrived - the batch marked all of those rejected, and the
      *    archive cannot say what the original LIN was. They are
      *    listed, not guessed at. Rows ROUTER refused never reached
      *    ENTRY and are not in the archive at all; ROUTERLOG is the
      *    record of those.
           add 1 to ws-read-count
           move spaces to ws-unusable-reason
           evaluate true
               when at-lsin is not numeric
                   move "LSIN NOT NUMERIC" to ws-unusable-reason
               when at-lin-data = spaces
                   move "NO LIN - LSIN OVERRAN LIN OR BAD VERSION"
                       to ws-unusable-reason
               when at-loutput = spaces
                   move "NO LOUTPUT - FEED ROW NEVER ARRIVED"
                       to ws-unusable-reason
           end-evaluate
           if ws-unusable-reason not = spaces
               perform report-unusable-record
           else
               perform write-rebuilt-record
           end-if.

       write-rebuilt-record.
      *    ENTRY archives LIN only up to LSIN, so that prefix is the
      *    LIN the rebuilt row carries. LSOUT is recomputed exactly
      *    as ENTRY computed it, from the trimmed LOUTPUT.
           set bo-status-ok to true
           move at-lin-data to bo-lin
           move at-lsin to bo-lsin
           move at-loutput to bo-loutput
           move function length(function trim(at-loutput trailing))
               to bo-lsout
           write batch-out-record
           if ws-out-status not = "00"
               display "AUDREBLD: cannot write REBLDOUT, status "
                   ws-out-status " for archive row " ws-read-count
               if return-code = 0
                   move 12 to return-code
               end-if
           else
               add 1 to ws-rebuilt-count
               add at-lsin to ws-lsin-total
           end-if
           if replay-wanted
               perform write-replay-pair
           end-if.

       write-replay-pair.
      *    The feed row's key is built from the same fields as the
      *    input row, so the pair matches inside ENTRY row for row. A
      *    replay is a resend of content ENTRYSEEN already holds for
      *    the original cycle - it goes through ENTRYBATCH under
      *    ENTRYBATCH_ALLOW_DUP=Y, or on a different cycle date.
           move at-lin-data to bi-lin
           move at-lsin to bi-lsin
           write batch-in-record
           if ws-replay-in-status not = "00"
               display "AUDREBLD: cannot write REPLAYIN, status "
                   ws-replay-in-status
               if return-code = 0
                   move 12 to return-code
               end-if
           end-if
           move at-lin-data to ef-key-lin
           move at-lsin to ef-key-lsin
           move at-loutput to ef-loutput
           write feed-record
           if ws-replay-feed-status not = "00"
               display "AUDREBLD: cannot write REPLAYFEED, status "
                   ws-replay-feed-status
               if return-code = 0
                   move 12 to return-code
               end-if
           else
               add 1 to ws-replay-count
           end-if.

       report-unusable-record.
           add 1 to ws-unusable-count
           initialize ws-report-line
           string "UNUSABLE ROW " ws-read-count
               " AT " at-timestamp(1:14)
               " LSIN " at-lsin
               " " ws-unusable-reason
               delimited by size into ws-report-line
           perform write-report-line.

       write-summary.
           move spaces to ws-report-line
           perform write-report-line
           initialize ws-report-line
           string "ARCHIVE ROWS READ:   " ws-read-count
               delimited by size into ws-report-line
           perform write-report-line
           initialize ws-report-line
           string "ROWS REBUILT:        " ws-rebuilt-count
               delimited by size into ws-report-line
           perform write-report-line
           initialize ws-report-line
           string "ROWS NOT USABLE:     " ws-unusable-count
               delimited by size into ws-report-line
           perform write-report-line
           initialize ws-report-line
           string "LSIN TOTAL REBUILT:  " ws-lsin-total
               delimited by size into ws-report-line
           perform write-report-line
           if replay-wanted
               initialize ws-report-line
               string "REPLAY PAIRS:        " ws-replay-count
                   delimited by size into ws-report-line
               perform write-report-line
           end-if.

       write-report-line.
           display ws-report-line
           write rb-line from ws-report-line
           if ws-report-status not = "00"
               display "AUDREBLD: cannot write REBLDRPT, status "
                   ws-report-status
               if return-code = 0
                   move 12 to return-code
               end-if
           end-if.
