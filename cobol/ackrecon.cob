       identification division.
       program-id. ackrecon.
       author. matheus.
       date-written. October 15th 2026
       environment division.
       configuration section.
       input-output section.
       file-control.
      *    Proof of delivery for the DELIMOUT export. OUTCONV files
      *    every row it sends in the cycle's DLVSENT.YYYYMMDD manifest;
      *    each consumer listed in DLVCONS sends back
      *    DLVACK.<CONSUMER>.YYYYMMDD naming the rows it loaded and
      *    the ones it rejected, and why. This step holds one against
      *    the other for the previous cycle's delivery - the morning
      *    after it went out - and reports, per consumer, rows
      *    delivered but never acknowledged, rows acknowledged that
      *    were never sent, and rows rejected downstream with their
      *    reason. A consumer whose acknowledgment has not arrived by
      *    then is overdue. Any of these ends the step with 8, which
      *    is what puts it in front of the morning's CYCLRPT reader.
      *    ACKRECON_DATE reconciles an earlier delivery again, e.g.
      *    once a late acknowledgment has come in.
           select consumer-file assign to "DLVCONS"
               organization is line sequential
               file status is ws-consumer-status.
           select delivery-sent-file assign to "DLVSENT"
               organization is line sequential
               file status is ws-sent-status.
           select ack-file assign to "DLVACK"
               organization is line sequential
               file status is ws-ack-status.
           select recon-report assign to "ACKRPT"
               organization is line sequential
               file status is ws-report-status.
           select run-control-file assign to "RUNCTL"
               organization is line sequential
               file status is ws-runctl-status.
       data division.
       file section.
       fd  consumer-file.
       copy dlvcons.
       fd  delivery-sent-file.
       copy dlvsent.
       fd  ack-file.
       copy dlvack.
       fd  recon-report.
       01 ar-line PIC X(132).
       fd  run-control-file.
       copy runctl.
       working-storage section.
       01 ws-consumer-status PIC X(2).
       01 ws-sent-status PIC X(2).
       01 ws-ack-status PIC X(2).
       01 ws-report-status PIC X(2).
       01 ws-runctl-status PIC X(2).
       01 ws-eof-flag PIC X value "N".
           88 ws-eof value "Y".
       01 ws-step-timestamp PIC X(26).
       01 ws-step-phase PIC X(5).
       01 ws-step-count PIC 9(9).
       01 ws-gate-program PIC X(10).
       01 ws-cycle-date PIC 9(8).
       copy parmcall.
       01 ws-saved-return-code PIC 9(3) value zeros.
      *    The cycle whose delivery is being reconciled - by default
      *    the one before tonight's.
       01 ws-delivery-env PIC X(8).
       01 ws-delivery-date PIC 9(8).
       01 ws-day-int PIC 9(7).
       01 ws-manifest-name PIC X(16).
       01 ws-ack-name PIC X(25).
       01 ws-consumer-table.
           05 ws-consumer-entry occurs 50 times.
               10 ws-consumer-id PIC X(8).
       01 ws-consumer-count PIC 9(2) value zeros.
       01 ws-consumer-idx PIC 9(2).
       01 ws-this-consumer PIC X(8).
       01 ws-consumer-bad-flag PIC X value "N".
           88 ws-consumer-bad value "Y".
      *    The manifest, held whole. WS-SENT-ACK is reset for each
      *    consumer: L loaded, R rejected, space not yet acknowledged.
       01 ws-sent-table.
           05 ws-sent-entry occurs 5000 times.
               10 ws-sent-row-number PIC 9(7).
               10 ws-sent-status-code PIC X(2).
               10 ws-sent-lsin PIC 9(2).
               10 ws-sent-lin PIC X(99).
               10 ws-sent-ack PIC X(1).
       01 ws-sent-count PIC 9(4) value zeros.
       01 ws-sent-idx PIC 9(4).
       01 ws-sent-match PIC 9(4).
       01 ws-key-seen-flag PIC X.
           88 ws-key-seen value "Y".
      *    One acknowledgment row, taken apart.
       01 ws-ack-row-number PIC 9(7).
       01 ws-ack-ptr PIC 9(4).
       01 ws-disposition-text PIC X(10).
       01 ws-lin-text PIC X(99).
       01 ws-lin-length PIC 9(3).
       01 ws-lsin-text PIC X(10).
       01 ws-lsin-check PIC 9(9).
       01 ws-ack-lsin PIC 9(2).
       01 ws-reason-text PIC X(60).
       01 ws-quote-char PIC X value '"'.
       01 ws-quote-done-flag PIC X.
           88 ws-quote-done value "Y".
       01 ws-row-ok-flag PIC X.
           88 ws-row-ok value "Y".
      *    Per consumer, then for the run.
       01 ws-loaded-count PIC 9(7).
       01 ws-rejected-count PIC 9(7).
       01 ws-unacked-count PIC 9(7).
       01 ws-unsent-count PIC 9(7).
       01 ws-duplicate-count PIC 9(7).
       01 ws-unreadable-count PIC 9(7).
       01 ws-overdue-total PIC 9(5) value zeros.
       01 ws-finding-total PIC 9(9) value zeros.
       01 ws-report-line PIC X(132).
       procedure division.
       main-line.
           display "ACKRECON START"
           perform set-cycle-date
           perform check-cycle-gate
           perform write-step-start
           perform set-delivery-date
           open output recon-report
           if ws-report-status not = "00"
               display "ACKRECON: cannot open ACKRPT, status "
                   ws-report-status
               move 16 to return-code
               perform write-step-end
               stop run
           end-if
           initialize ws-report-line
           string "DELIVERY RECONCILIATION FOR CYCLE " ws-delivery-date
               ", CHECKED ON CYCLE " ws-cycle-date
               delimited by size into ws-report-line
           perform write-report-line
           perform load-consumers
           if ws-consumer-bad
               move "NOTHING RECONCILED - DLVCONS REFUSED"
                   to ws-report-line
               perform write-report-line
               close recon-report
               move 16 to return-code
               perform write-step-end
               stop run
           end-if
           perform load-manifest
           perform varying ws-consumer-idx from 1 by 1
                   until ws-consumer-idx > ws-consumer-count
               perform reconcile-consumer
           end-perform
           move spaces to ws-report-line
           perform write-report-line
           initialize ws-report-line
           string "CONSUMERS " ws-consumer-count " OVERDUE "
               ws-overdue-total " FINDINGS " ws-finding-total
               delimited by size into ws-report-line
           perform write-report-line
           close recon-report
           if ws-finding-total > 0 and return-code = 0
               move 8 to return-code
           end-if
           perform write-step-end
           display "ACKRECON END"
           stop run.

       set-cycle-date.
      *    The cycle's identity, not the wall clock's - see EXCEPTRPT.
           move "ACKRECON" to pc-caller
           move "ALL" to pc-program
           move "CYCLE_DATE" to pc-name
           move spaces to pc-default
           call "cyclparm" using parm-call
           if return-code not = 0
               display "ACKRECON: cannot start on these parameters"
               stop run
           end-if
           move pc-cycle-date to ws-cycle-date.

       check-cycle-gate.
           move "ACKRECON" to ws-gate-program
           call "cyclgate" using ws-gate-program
           if return-code not = 0
               display "ACKRECON: cycle gate refused start"
               stop run
           end-if.

       write-step-start.
           move "START" to ws-step-phase
           move zeros to ws-step-count
           perform write-run-step.

       write-step-end.
           move "END" to ws-step-phase
           move ws-finding-total to ws-step-count
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
               display "ACKRECON: cannot open RUNCTL, status "
                   ws-runctl-status
               if return-code = 0
                   move 12 to return-code
               end-if
           else
               move ws-cycle-date to rs-cycle-date
               move "ACKRECON" to rs-program
               move ws-step-phase to rs-phase
               move ws-step-timestamp to rs-timestamp
               move return-code to rs-return-code
               move ws-step-count to rs-record-count
               write run-step-record
               if ws-runctl-status not = "00"
                   display "ACKRECON: cannot write RUNCTL, status "
                       ws-runctl-status
                   if return-code = 0
                       move 12 to return-code
                   end-if
               end-if
               close run-control-file
           end-if.

       set-delivery-date.
           move "ACKRECON" to pc-program
           move "DATE" to pc-name
           move spaces to pc-default
           perform get-parameter
           move pc-value to ws-delivery-env
           if ws-delivery-env = spaces
               compute ws-day-int =
                   function integer-of-date(ws-cycle-date) - 1
               compute ws-delivery-date =
                   function date-of-integer(ws-day-int)
           else
               move ws-delivery-env to ws-delivery-date
           end-if.

       get-parameter.
      *    Settings come from CYCLPARM - see there. One it refuses
      *    stops the run.
           move "ACKRECON" to pc-caller
           move return-code to ws-saved-return-code
           move zeros to return-code
           call "cyclparm" using parm-call
           if return-code not = 0
               display "ACKRECON: cannot start on these parameters"
               move 16 to return-code
               perform write-step-end
               stop run
           end-if
           move ws-saved-return-code to return-code.

       load-consumers.
      *    No DLVCONS means nobody has said who the export goes to -
      *    refused, not reported as a clean night.
           open input consumer-file
           if ws-consumer-status not = "00"
               display "ACKRECON: cannot open DLVCONS, status "
                   ws-consumer-status
               set ws-consumer-bad to true
           else
               move "N" to ws-eof-flag
               perform until ws-eof
                   read consumer-file
                       at end move "Y" to ws-eof-flag
                       not at end perform keep-consumer
                   end-read
               end-perform
               close consumer-file
               if ws-consumer-count = 0
                   display "ACKRECON: DLVCONS lists no consumers"
                   set ws-consumer-bad to true
               end-if
           end-if.

       keep-consumer.
           if dc-consumer-id = spaces or dc-consumer-id(1:1) = "*"
               continue
           else
               move zeros to ws-sent-match
               perform varying ws-sent-idx from 1 by 1
                       until ws-sent-idx > ws-consumer-count
                   if ws-consumer-id(ws-sent-idx) = dc-consumer-id
                       move ws-sent-idx to ws-sent-match
                   end-if
               end-perform
               evaluate true
                   when ws-sent-match > 0
                       display "ACKRECON: DLVCONS lists "
                           dc-consumer-id " twice"
                       set ws-consumer-bad to true
                   when ws-consumer-count >= 50
                       display "ACKRECON: DLVCONS lists more than "
                           "50 consumers"
                       set ws-consumer-bad to true
                   when other
                       add 1 to ws-consumer-count
                       move dc-consumer-id
                           to ws-consumer-id(ws-consumer-count)
               end-evaluate
           end-if.

       load-manifest.
           initialize ws-manifest-name
           string "DLVSENT." ws-delivery-date
               delimited by size into ws-manifest-name
           display "DD_DLVSENT" upon environment-name
           display ws-manifest-name upon environment-value
           open input delivery-sent-file
           evaluate ws-sent-status
               when "00"
                   move "N" to ws-eof-flag
                   perform until ws-eof
                       read delivery-sent-file
                           at end move "Y" to ws-eof-flag
                           not at end perform keep-sent-row
                       end-read
                   end-perform
                   close delivery-sent-file
                   initialize ws-report-line
                   string "ROWS SENT IN " ws-manifest-name ": "
                       ws-sent-count
                       delimited by size into ws-report-line
               when "35"
      *            No export went out that cycle. Nothing is due back,
      *            but anything acknowledged was never sent.
                   initialize ws-report-line
                   string "NO " ws-manifest-name
                       " - NOTHING WAS SENT FOR THIS CYCLE"
                       delimited by size into ws-report-line
               when other
                   display "ACKRECON: cannot open " ws-manifest-name
                       ", status " ws-sent-status
                   close recon-report
                   move 16 to return-code
                   perform write-step-end
                   stop run
           end-evaluate
           perform write-report-line.

       keep-sent-row.
           if ws-sent-count >= 5000
               display "ACKRECON: " ws-manifest-name
                   " holds more than 5000 rows"
               close delivery-sent-file
               close recon-report
               move 16 to return-code
               perform write-step-end
               stop run
           end-if
           add 1 to ws-sent-count
           move ds-row-number to ws-sent-row-number(ws-sent-count)
           move ds-status to ws-sent-status-code(ws-sent-count)
           move ds-lsin to ws-sent-lsin(ws-sent-count)
           move ds-lin to ws-sent-lin(ws-sent-count)
           move space to ws-sent-ack(ws-sent-count).

       reconcile-consumer.
           move ws-consumer-id(ws-consumer-idx) to ws-this-consumer
           move zeros to ws-loaded-count ws-rejected-count
               ws-unacked-count ws-unsent-count ws-duplicate-count
               ws-unreadable-count ws-ack-row-number
           perform varying ws-sent-idx from 1 by 1
                   until ws-sent-idx > ws-sent-count
               move space to ws-sent-ack(ws-sent-idx)
           end-perform
           move spaces to ws-report-line
           perform write-report-line
           initialize ws-ack-name
           string "DLVACK." delimited by size
               ws-this-consumer delimited by space
               "." ws-delivery-date delimited by size
               into ws-ack-name
           display "DD_DLVACK" upon environment-name
           display ws-ack-name upon environment-value
           open input ack-file
           evaluate true
               when ws-ack-status = "35" and ws-sent-count = 0
                   initialize ws-report-line
                   string "CONSUMER " delimited by size
                       ws-this-consumer delimited by space
                       ": NOTHING SENT, NO ACKNOWLEDGMENT DUE"
                       delimited by size into ws-report-line
                   perform write-report-line
               when ws-ack-status = "35"
                   add 1 to ws-overdue-total
                   add ws-sent-count to ws-finding-total
                   initialize ws-report-line
                   string "CONSUMER " delimited by size
                       ws-this-consumer delimited by space
                       ": ACKNOWLEDGMENT OVERDUE - NO "
                           delimited by size
                       ws-ack-name delimited by space
                       ", " ws-sent-count " ROW(S) UNCONFIRMED"
                       delimited by size into ws-report-line
                   perform write-report-line
               when ws-ack-status not = "00"
                   add 1 to ws-finding-total
                   initialize ws-report-line
                   string "CONSUMER " delimited by size
                       ws-this-consumer delimited by space
                       ": CANNOT OPEN " delimited by size
                       ws-ack-name delimited by space
                       ", STATUS " ws-ack-status
                       delimited by size into ws-report-line
                   perform write-report-line
                   if return-code = 0
                       move 12 to return-code
                   end-if
               when other
                   initialize ws-report-line
                   string "CONSUMER " delimited by size
                       ws-this-consumer delimited by space
                       ": " delimited by size
                       ws-ack-name delimited by space
                       into ws-report-line
                   perform write-report-line
                   move "N" to ws-eof-flag
                   perform until ws-eof
                       read ack-file
                           at end move "Y" to ws-eof-flag
                           not at end perform apply-one-ack
                       end-read
                   end-perform
                   close ack-file
                   perform list-unacknowledged
                   perform write-consumer-totals
           end-evaluate.

       apply-one-ack.
           add 1 to ws-ack-row-number
           if ack-row not = spaces
               perform parse-ack-row
               if ws-row-ok
                   perform match-one-ack
               else
                   add 1 to ws-unreadable-count
                   add 1 to ws-finding-total
                   initialize ws-report-line
                   string "  UNREADABLE ACK ROW " ws-ack-row-number
                       ": " ack-row(1:80)
                       delimited by size into ws-report-line
                   perform write-report-line
               end-if
           end-if.

       match-one-ack.
      *    A key sent more than once is matched row by row, first
      *    unacknowledged first.
           move zeros to ws-sent-match
           move "N" to ws-key-seen-flag
           perform varying ws-sent-idx from 1 by 1
                   until ws-sent-idx > ws-sent-count
               if ws-sent-lin(ws-sent-idx) = ws-lin-text
                       and ws-sent-lsin(ws-sent-idx) = ws-ack-lsin
                   set ws-key-seen to true
                   if ws-sent-ack(ws-sent-idx) = space
                       move ws-sent-idx to ws-sent-match
                       move ws-sent-count to ws-sent-idx
                   end-if
               end-if
           end-perform
           evaluate true
               when ws-sent-match > 0
                   if ws-disposition-text = "LOADED"
                       move "L" to ws-sent-ack(ws-sent-match)
                       add 1 to ws-loaded-count
                   else
                       move "R" to ws-sent-ack(ws-sent-match)
                       add 1 to ws-rejected-count
                       add 1 to ws-finding-total
                       initialize ws-report-line
                       string "  REJECTED DOWNSTREAM ROW "
                           ws-sent-row-number(ws-sent-match)
                           " LSIN " ws-ack-lsin " LIN "
                           ws-lin-text(1:40)
                           delimited by size into ws-report-line
                       perform write-report-line
                       initialize ws-report-line
                       string "     REASON: " ws-reason-text
                           delimited by size into ws-report-line
                       perform write-report-line
                   end-if
               when ws-key-seen
                   add 1 to ws-duplicate-count
                   add 1 to ws-finding-total
                   initialize ws-report-line
                   string "  ACKNOWLEDGED MORE TIMES THAN SENT LSIN "
                       ws-ack-lsin " LIN " ws-lin-text(1:40)
                       delimited by size into ws-report-line
                   perform write-report-line
               when other
                   add 1 to ws-unsent-count
                   add 1 to ws-finding-total
                   initialize ws-report-line
                   string "  ACKNOWLEDGED BUT NEVER SENT  ACK ROW "
                       ws-ack-row-number " LSIN " ws-ack-lsin " LIN "
                       ws-lin-text(1:40)
                       delimited by size into ws-report-line
                   perform write-report-line
           end-evaluate.

       parse-ack-row.
           move "Y" to ws-row-ok-flag
           move spaces to ws-disposition-text ws-lin-text
               ws-lsin-text ws-reason-text
           move zeros to ws-ack-lsin
           move 1 to ws-ack-ptr
           unstring ack-row delimited by ","
               into ws-disposition-text
               with pointer ws-ack-ptr
           end-unstring
           if ws-disposition-text not = "LOADED"
                   and ws-disposition-text not = "REJECTED"
               move "N" to ws-row-ok-flag
           else
               perform parse-ack-key
           end-if.

       parse-ack-key.
      *    A quoted LIN may itself hold commas, so it runs to its
      *    closing quote, with doubled quotes inside it undone - the
      *    quoting OUTCONV put on it, echoed back.
           if ack-row(ws-ack-ptr:1) = ws-quote-char
               perform parse-quoted-lin
               if ws-ack-ptr <= 700
                   if ack-row(ws-ack-ptr:1) = ","
                       add 1 to ws-ack-ptr
                   end-if
               end-if
           else
               unstring ack-row delimited by ","
                   into ws-lin-text
                   with pointer ws-ack-ptr
               end-unstring
           end-if
           if ws-row-ok and ws-ack-ptr <= 700
               perform parse-ack-lsin
           else
               move "N" to ws-row-ok-flag
           end-if.

       parse-ack-lsin.
           unstring ack-row delimited by ","
               into ws-lsin-text
               with pointer ws-ack-ptr
           end-unstring
           if ws-ack-ptr <= 700
               move ack-row(ws-ack-ptr:) to ws-reason-text
           end-if
           if ws-lsin-text = spaces
                   or function trim(ws-lsin-text) is not numeric
               move "N" to ws-row-ok-flag
           else
               move function numval(ws-lsin-text) to ws-lsin-check
               if ws-lsin-check > 99
                   move "N" to ws-row-ok-flag
               else
                   move ws-lsin-check to ws-ack-lsin
               end-if
           end-if.

       parse-quoted-lin.
           move zeros to ws-lin-length
           move "N" to ws-quote-done-flag
           add 1 to ws-ack-ptr
           perform until ws-quote-done or ws-ack-ptr > 700
                   or not ws-row-ok
               if ack-row(ws-ack-ptr:1) = ws-quote-char
                   if ws-ack-ptr < 700
                           and ack-row(ws-ack-ptr + 1:1) = ws-quote-char
                       perform take-lin-char
                       add 2 to ws-ack-ptr
                   else
                       set ws-quote-done to true
                       add 1 to ws-ack-ptr
                   end-if
               else
                   perform take-lin-char
                   add 1 to ws-ack-ptr
               end-if
           end-perform
           if not ws-quote-done
               move "N" to ws-row-ok-flag
           end-if.

       take-lin-char.
           if ws-lin-length >= 99
               move "N" to ws-row-ok-flag
           else
               add 1 to ws-lin-length
               move ack-row(ws-ack-ptr:1)
                   to ws-lin-text(ws-lin-length:1)
           end-if.

       list-unacknowledged.
           perform varying ws-sent-idx from 1 by 1
                   until ws-sent-idx > ws-sent-count
               if ws-sent-ack(ws-sent-idx) = space
                   add 1 to ws-unacked-count
                   add 1 to ws-finding-total
                   initialize ws-report-line
                   string "  DELIVERED, NOT ACKNOWLEDGED ROW "
                       ws-sent-row-number(ws-sent-idx) " "
                       ws-sent-status-code(ws-sent-idx) " LSIN "
                       ws-sent-lsin(ws-sent-idx) " LIN "
                       ws-sent-lin(ws-sent-idx)(1:40)
                       delimited by size into ws-report-line
                   perform write-report-line
               end-if
           end-perform.

       write-consumer-totals.
           initialize ws-report-line
           string "  LOADED " ws-loaded-count
               " REJECTED " ws-rejected-count
               " NOT ACKNOWLEDGED " ws-unacked-count
               " NEVER SENT " ws-unsent-count
               " OVER-ACKNOWLEDGED " ws-duplicate-count
               " UNREADABLE " ws-unreadable-count
               delimited by size into ws-report-line
           perform write-report-line.

       write-report-line.
           display ws-report-line
           write ar-line from ws-report-line
           if ws-report-status not = "00"
               display "ACKRECON: cannot write ACKRPT, status "
                   ws-report-status
               if return-code = 0
                   move 12 to return-code
               end-if
           end-if.
