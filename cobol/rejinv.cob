       identification division.
       program-id. rejinv.
       author. matheus.
       date-written. October 15th 2026
       environment division.
       configuration section.
       input-output section.
       file-control.
      *    ENTRYOUT, HELLOOUT, MIXOUT, FEEDREJ and RESUBOUT are each
      *    one night's snapshot, overwritten by the next run - a
      *    reject nobody reworked that night drops out of sight for
      *    good. This step carries every rejected item in one
      *    inventory, keyed on its content key, from the night it
      *    first failed until it is accepted or written off: ER rows
      *    in the three batch results open (or reopen) items and OK
      *    rows resolve them, HOLDOUT's declined holds and refused
      *    releases open items and its releases resolve them,
      *    FEEDREJ rows open items for what never got past
      *    conversion, RESUBOUT counts resubmission attempts and
      *    resolves what they fixed, and REJWOFF carries operators'
      *    write-offs. HOLDOUT and REJWOFF accumulate between nights,
      *    so both are emptied here once the inventory holding what
      *    they said is safely rewritten. REJAGE reports the ageing.
      *    The inventory is small enough to hold whole, so it is read
      *    into a table and rewritten, the way ENTRYBATCH keeps
      *    ENTRYSEEN.
           select batch-out-file assign to "ENTRYOUT"
               organization is line sequential
               file status is ws-out-status.
           select hello-out-file assign to "HELLOOUT"
               organization is line sequential
               file status is ws-hello-status.
           select mix-out-file assign to "MIXOUT"
               organization is line sequential
               file status is ws-mix-status.
           select hold-out-file assign to "HOLDOUT"
               organization is line sequential
               file status is ws-hold-status.
           select feed-reject-file assign to "FEEDREJ"
               organization is line sequential
               file status is ws-feedrej-status.
           select resub-out-file assign to "RESUBOUT"
               organization is line sequential
               file status is ws-resub-status.
           select write-off-file assign to "REJWOFF"
               organization is line sequential
               file status is ws-woff-status.
           select reject-inventory-file assign to "REJINV"
               organization is line sequential
               file status is ws-inv-status.
           select inventory-report assign to "REJRPT"
               organization is line sequential
               file status is ws-report-status.
           select run-control-file assign to "RUNCTL"
               organization is line sequential
               file status is ws-runctl-status.
       data division.
       file section.
      *    The four result files are all read into MIX-OUT-RECORD -
      *    a BATCHOUT row is its leading part, with the request type,
      *    operator and reason left blank.
       fd  batch-out-file.
       01 eo-line PIC X(668).
       fd  hello-out-file.
       01 ho-line PIC X(668).
       fd  mix-out-file.
       01 mx-line PIC X(668).
       fd  hold-out-file.
       01 hl-line PIC X(668).
      *    FEEDCONV's reject sidecar row - see FEEDCONV.
       fd  feed-reject-file.
       01 fj-record.
           05 fj-reason           PIC X(8).
           05 fj-sep              PIC X(1).
           05 fj-row              PIC X(256).
       fd  resub-out-file.
       copy resubrec.
       fd  write-off-file.
       copy rejwoff.
       fd  reject-inventory-file.
       copy rejitem.
       fd  inventory-report.
       01 ir-line PIC X(100).
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
       01 ws-saved-return-code PIC 9(3) value zeros.
       01 ws-out-status PIC X(2).
       01 ws-hello-status PIC X(2).
       01 ws-mix-status PIC X(2).
       01 ws-hold-status PIC X(2).
       copy mixout.
      *    What the result file being read stands for: its name as
      *    an item's source, the request type its rows imply when
      *    they carry none, and the reason its ER rows give.
       01 ws-result-source PIC X(8).
       01 ws-result-req-type PIC X(2).
       01 ws-result-reason PIC X(40).
       01 ws-woff-read-flag PIC X value "N".
           88 write-offs-read value "Y".
       01 ws-hold-read-flag PIC X value "N".
           88 hold-results-read value "Y".
       01 ws-feedrej-status PIC X(2).
       01 ws-resub-status PIC X(2).
       01 ws-woff-status PIC X(2).
       01 ws-inv-status PIC X(2).
       01 ws-report-status PIC X(2).
       01 ws-eof-flag PIC X value "N".
           88 ws-eof value "Y".
      *    The whole inventory, in file order; new items go on the
      *    end. Sized like ENTRYSEEN's table. A file already bigger
      *    than the table is refused outright - rewriting it from a
      *    partial table would silently lose the items left behind.
       01 ws-inv-table.
           05 ws-inv-entry occurs 5000 times.
               10 ws-inv-key PIC X(101).
               10 ws-inv-rest PIC X(153).
       01 ws-inv-count PIC 9(5) value zeros.
       01 ws-inv-idx PIC 9(5).
       01 ws-match-idx PIC 9(5).
       01 ws-inv-full-flag PIC X value "N".
           88 ws-inv-full value "Y".
       01 ws-found-flag PIC X.
           88 ws-found value "Y".
       01 ws-this-key.
           05 ws-this-lin PIC A(99).
           05 ws-this-lsin PIC 9(2).
       01 ws-this-req-type PIC X(2).
       01 ws-this-source PIC X(8).
       01 ws-this-reason PIC X(40).
      *    FEEDREJ holds the raw extract row, so its key is taken the
      *    way FEEDCONV would have taken it, in whichever shape
      *    FEEDCONV_FORMAT says the extract arrives. A row FEEDCONV
      *    dropped for its LSIN keys with the LSIN it should have had
      *    when blank, and zero when unusable.
       01 ws-format-env PIC X(3).
       01 ws-format PIC X(3) value "CSV".
           88 format-csv value "CSV".
           88 format-tab value "TAB".
           88 format-fix value "FIX".
       01 ws-lin-text PIC X(256).
       01 ws-lsin-text PIC X(10).
       01 ws-rest-text PIC X(256).
       01 ws-skip-text PIC X(1).
       01 ws-lin-length PIC 9(3).
       01 ws-lsin-check PIC 9(5).
       01 ws-quote-char PIC X value '"'.
       01 ws-opened-count PIC 9(7) value zeros.
       01 ws-reopened-count PIC 9(7) value zeros.
       01 ws-resolved-count PIC 9(7) value zeros.
       01 ws-attempt-count PIC 9(7) value zeros.
       01 ws-written-off-count PIC 9(7) value zeros.
       01 ws-woff-refused-count PIC 9(7) value zeros.
       01 ws-open-count PIC 9(7) value zeros.
       01 ws-resubmitted-count PIC 9(7) value zeros.
       01 ws-closed-count PIC 9(7) value zeros.
       01 ws-report-line PIC X(100).
       procedure division.
       main-line.
           display "REJINV START"
           perform set-cycle-date
           perform check-cycle-gate
           perform write-step-start
           open output inventory-report
           if ws-report-status not = "00"
               display "REJINV: cannot open REJRPT, status "
                   ws-report-status
               move 16 to return-code
               perform write-step-end
               stop run
           end-if
           initialize ws-report-line
           string "REJECT INVENTORY UPDATE FOR CYCLE " ws-cycle-date
               delimited by size into ws-report-line
           perform write-report-line
           move spaces to ws-report-line
           perform write-report-line
           perform load-inventory
           perform set-feed-format
           perform apply-batch-results
           perform apply-feed-rejects
           perform apply-resubmissions
           perform apply-write-offs
           perform rewrite-inventory
      *    Only once the inventory carrying them is safely written -
      *    emptied first and then lost with a failed rewrite, the
      *    write-offs and hold outcomes would be gone for good.
           if return-code < 16
               perform clear-consumed-inputs
           end-if
           perform write-summary
           close inventory-report
           perform write-step-end
           display "REJINV END"
           stop run.

       set-cycle-date.
      *    The cycle's identity, not the wall clock's - see EXCEPTRPT.
      *    Every date this step stamps on an item is the cycle date,
      *    so a night that runs past midnight ages its rejects as
      *    one night.
           move "REJINV" to pc-caller
           move "ALL" to pc-program
           move "CYCLE_DATE" to pc-name
           move spaces to pc-default
           call "cyclparm" using parm-call
           if return-code not = 0
               display "REJINV: cannot start on these parameters"
               stop run
           end-if
           move pc-cycle-date to ws-cycle-date.

       check-cycle-gate.
      *    ENTRYBATCH must have written tonight's ENTRYOUT first.
           move "REJINV" to ws-gate-program
           call "cyclgate" using ws-gate-program
           if return-code not = 0
               display "REJINV: cycle gate refused start"
               stop run
           end-if.

       write-step-start.
           move "START" to ws-step-phase
           move zeros to ws-step-count
           perform write-run-step.

       write-step-end.
           move "END" to ws-step-phase
           move ws-inv-count to ws-step-count
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
               display "REJINV: cannot open RUNCTL, status "
                   ws-runctl-status
               if return-code = 0
                   move 12 to return-code
               end-if
           else
               move ws-cycle-date to rs-cycle-date
               move "REJINV" to rs-program
               move ws-step-phase to rs-phase
               move ws-step-timestamp to rs-timestamp
               move return-code to rs-return-code
               move ws-step-count to rs-record-count
               write run-step-record
               if ws-runctl-status not = "00"
                   display "REJINV: cannot write RUNCTL, status "
                       ws-runctl-status
                   if return-code = 0
                       move 12 to return-code
                   end-if
               end-if
               close run-control-file
           end-if.

       load-inventory.
      *    No REJINV yet is the first night the inventory runs.
           open input reject-inventory-file
           if ws-inv-status = "00"
               move "N" to ws-eof-flag
               perform until ws-eof
                   read reject-inventory-file
                       at end move "Y" to ws-eof-flag
                       not at end perform keep-inventory-row
                   end-read
               end-perform
               close reject-inventory-file
           end-if
           if ws-inv-full
               display "REJINV: REJINV holds more than 5000 items, "
                   "inventory left unchanged"
               move 16 to return-code
               close inventory-report
               perform write-step-end
               stop run
           end-if.

       keep-inventory-row.
           if ws-inv-count >= 5000
               set ws-inv-full to true
           else
               add 1 to ws-inv-count
               move rej-inv-record to ws-inv-entry(ws-inv-count)
           end-if.

       set-feed-format.
           move "FEEDCONV" to pc-program
           move "FORMAT" to pc-name
           move "CSV" to pc-default
           perform get-parameter
           move pc-value to ws-format-env
           if ws-format-env not = spaces
               move ws-format-env to ws-format
           end-if.

       get-parameter.
      *    Settings come from CYCLPARM - see there. One it refuses
      *    stops the run.
           move "REJINV" to pc-caller
           move return-code to ws-saved-return-code
           move zeros to return-code
           call "cyclparm" using parm-call
           if return-code not = 0
               display "REJINV: cannot start on these parameters"
               move 16 to return-code
               perform write-step-end
               stop run
           end-if
           move ws-saved-return-code to return-code.

       apply-batch-results.
      *    ENTRYOUT is tonight's ENTRYBATCH result and always expected;
      *    the rest are there on nights their producers ran. MIXOUT
      *    rows carry their request type; the others imply it, EN
      *    rows from ENTRYOUT apart, which have always been left
      *    blank.
           move "ENTRYOUT" to ws-result-source
           move spaces to ws-result-req-type
           move "REJECTED IN BATCH" to ws-result-reason
           open input batch-out-file
           if ws-out-status not = "00"
               display "REJINV: no ENTRYOUT, status " ws-out-status
                   ", no batch results applied"
           else
               move "N" to ws-eof-flag
               perform until ws-eof
                   read batch-out-file into mix-out-record
                       at end move "Y" to ws-eof-flag
                       not at end perform apply-one-result
                   end-read
               end-perform
               close batch-out-file
           end-if
           move "HELLOOUT" to ws-result-source
           move "HC" to ws-result-req-type
           open input hello-out-file
           if ws-hello-status not = "00"
               display "REJINV: no HELLOOUT, status " ws-hello-status
                   ", no HELLOBATCH results applied"
           else
               move "N" to ws-eof-flag
               perform until ws-eof
                   read hello-out-file into mix-out-record
                       at end move "Y" to ws-eof-flag
                       not at end perform apply-one-result
                   end-read
               end-perform
               close hello-out-file
           end-if
           move "MIXOUT" to ws-result-source
           move spaces to ws-result-req-type
           open input mix-out-file
           if ws-mix-status not = "00"
               display "REJINV: no MIXOUT, status " ws-mix-status
                   ", no MIXBATCH results applied"
           else
               move "N" to ws-eof-flag
               perform until ws-eof
                   read mix-out-file into mix-out-record
                       at end move "Y" to ws-eof-flag
                       not at end perform apply-one-result
                   end-read
               end-perform
               close mix-out-file
           end-if
           move "HOLDOUT" to ws-result-source
           move "RELEASE REJECTED BY ROUTER" to ws-result-reason
           open input hold-out-file
           if ws-hold-status not = "00"
               display "REJINV: no HOLDOUT, status " ws-hold-status
                   ", no hold outcomes applied"
           else
               set hold-results-read to true
               move "N" to ws-eof-flag
               perform until ws-eof
                   read hold-out-file into mix-out-record
                       at end move "Y" to ws-eof-flag
                       not at end perform apply-one-result
                   end-read
               end-perform
               close hold-out-file
           end-if.

       apply-one-result.
      *    Duplicates were never judged and held rows are not yet -
      *    neither is a reject or an acceptance. A declined hold is
      *    a reject with the supervisor's reason.
           move mo-lin to ws-this-lin
           move mo-lsin to ws-this-lsin
           move mo-req-type to ws-this-req-type
           if ws-this-req-type = spaces
               move ws-result-req-type to ws-this-req-type
           end-if
           move ws-result-source to ws-this-source
           evaluate true
               when mo-status-rejected
                   move ws-result-reason to ws-this-reason
                   perform record-reject
               when mo-status-declined
                   move mo-reason to ws-this-reason
                   perform record-reject
               when mo-status-ok
                   perform record-acceptance
               when other
                   continue
           end-evaluate.

       apply-feed-rejects.
           open input feed-reject-file
           if ws-feedrej-status not = "00"
               display "REJINV: no FEEDREJ, status "
                   ws-feedrej-status ", no conversion rejects applied"
           else
               move "N" to ws-eof-flag
               perform until ws-eof
                   read feed-reject-file
                       at end move "Y" to ws-eof-flag
                       not at end perform apply-one-feed-reject
                   end-read
               end-perform
               close feed-reject-file
           end-if.

       apply-one-feed-reject.
           move spaces to ws-lin-text
           move spaces to ws-lsin-text
           evaluate true
               when format-fix
                   move fj-row(1:99) to ws-lin-text
                   move fj-row(100:10) to ws-lsin-text
               when format-tab
      *            FEEDCONV wrote the tabs out as "|".
                   unstring fj-row delimited by "|"
                       into ws-lin-text, ws-lsin-text
                   end-unstring
               when other
      *            A quoted LIN may itself hold commas, so it runs to
      *            its closing quote, not to the first comma.
                   if fj-row(1:1) = ws-quote-char
                       unstring fj-row(2:) delimited by ws-quote-char
                           into ws-lin-text, ws-rest-text
                       end-unstring
                       unstring ws-rest-text delimited by ","
                           into ws-skip-text, ws-lsin-text
                       end-unstring
                   else
                       unstring fj-row delimited by ","
                           into ws-lin-text, ws-lsin-text
                       end-unstring
                   end-if
                   inspect ws-lsin-text replacing all
                       ws-quote-char by space
           end-evaluate
           move ws-lin-text to ws-this-lin
           move function length(function trim(ws-lin-text trailing))
               to ws-lin-length
           evaluate true
               when ws-lsin-text = spaces
                   if ws-lin-length > 99
                       move zeros to ws-this-lsin
                   else
                       move ws-lin-length to ws-this-lsin
                   end-if
               when function trim(ws-lsin-text) is numeric
                   move function numval(ws-lsin-text) to ws-lsin-check
                   if ws-lsin-check > 99
                       move zeros to ws-this-lsin
                   else
                       move ws-lsin-check to ws-this-lsin
                   end-if
               when other
                   move zeros to ws-this-lsin
           end-evaluate
           move spaces to ws-this-req-type
           move "FEEDREJ" to ws-this-source
           move spaces to ws-this-reason
           string "DROPPED BY FEEDCONV: " fj-reason
               delimited by size into ws-this-reason
           perform record-reject.

       apply-resubmissions.
           open input resub-out-file
           if ws-resub-status not = "00"
               display "REJINV: no RESUBOUT, status " ws-resub-status
                   ", no resubmissions applied"
           else
               move "N" to ws-eof-flag
               perform until ws-eof
                   read resub-out-file
                       at end move "Y" to ws-eof-flag
                       not at end perform apply-one-resubmission
                   end-read
               end-perform
               close resub-out-file
           end-if.

       apply-one-resubmission.
      *    The attempt belongs to the item as it was originally
      *    keyed, whatever RESUBFIX changed it to. A RESUBOUT row
      *    from before the original key was carried stands for
      *    itself.
           if rr-original-key = spaces
               move rr-lin to ws-this-lin
               move rr-lsin to ws-this-lsin
           else
               move rr-original-key to ws-this-key
           end-if
           move rr-req-type to ws-this-req-type
           perform find-item
           if not ws-found
               move "RESUBOUT" to ws-this-source
               move "REJECTED IN BATCH" to ws-this-reason
               perform add-item
           end-if
           if ws-found
               perform count-resubmission
           end-if.

       count-resubmission.
           move ws-inv-entry(ws-inv-idx) to rej-inv-record
           if ri-last-attempt not = rr-resubmit-time
               add 1 to ri-attempts
               move rr-resubmit-time to ri-last-attempt
               add 1 to ws-attempt-count
               move ws-cycle-date to ri-last-seen
               if rr-status-ok
                   if not ri-status-resolved
                       add 1 to ws-resolved-count
                   end-if
                   set ri-status-resolved to true
                   move ws-cycle-date to ri-status-date
                   if ri-lin = rr-lin and ri-lsin = rr-lsin
                       move "ACCEPTED ON RESUBMISSION"
                           to ri-last-reason
                   else
                       move "ACCEPTED AFTER CORRECTION"
                           to ri-last-reason
                   end-if
               else
                   if ri-status-open or ri-status-resolved
                           or ri-status-written-off
                       set ri-status-resubmitted to true
                       move ws-cycle-date to ri-status-date
                   end-if
                   if rr-status-held
                       move "HELD FOR SUPERVISOR ON RESUBMISSION"
                           to ri-last-reason
                   else
                       move "REJECTED AGAIN ON RESUBMISSION"
                           to ri-last-reason
                   end-if
               end-if
               move rej-inv-record to ws-inv-entry(ws-inv-idx)
           end-if.

       apply-write-offs.
      *    Each request is applied or refused and listed either way;
      *    REJWOFF is emptied afterwards so nothing is applied twice -
      *    see CLEAR-CONSUMED-INPUTS.
           open input write-off-file
           if ws-woff-status not = "00"
               continue
           else
               set write-offs-read to true
               move "N" to ws-eof-flag
               perform until ws-eof
                   read write-off-file
                       at end move "Y" to ws-eof-flag
                       not at end perform apply-one-write-off
                   end-read
               end-perform
               close write-off-file
           end-if.

       apply-one-write-off.
           move rw-key to ws-this-key
           perform find-item
           evaluate true
               when rw-operator-id = spaces or rw-reason = spaces
                   move "NO OPERATOR OR NO REASON GIVEN"
                       to ws-this-reason
                   perform refuse-write-off
               when not ws-found
                   move "NOT IN INVENTORY" to ws-this-reason
                   perform refuse-write-off
               when other
                   move ws-inv-entry(ws-inv-idx) to rej-inv-record
                   if ri-status-resolved or ri-status-written-off
                       move "ITEM ALREADY CLOSED" to ws-this-reason
                       perform refuse-write-off
                   else
                       set ri-status-written-off to true
                       move ws-cycle-date to ri-status-date
                       move rw-operator-id to ri-wo-operator
                       move rw-reason to ri-wo-reason
                       move "WRITTEN OFF" to ri-last-reason
                       move rej-inv-record to ws-inv-entry(ws-inv-idx)
                       add 1 to ws-written-off-count
                       initialize ws-report-line
                       string "WRITTEN OFF BY "
                           function trim(rw-operator-id) ": "
                           function trim(rw-lin trailing)
                           " LSIN " rw-lsin
                           delimited by size into ws-report-line
                       perform write-report-line
                   end-if
           end-evaluate.

       refuse-write-off.
           add 1 to ws-woff-refused-count
           initialize ws-report-line
           string "WRITE-OFF REFUSED (" function trim(ws-this-reason)
               "): " function trim(rw-lin trailing) " LSIN " rw-lsin
               delimited by size into ws-report-line
           perform write-report-line
           if return-code = 0
               move 8 to return-code
           end-if.

       record-reject.
      *    A fresh failure of an item already closed reopens it - the
      *    same content failing again is live work again - but keeps
      *    the original first-seen date, so the ageing shows how long
      *    the problem has really been around.
           perform find-item
           if not ws-found
               perform add-item
           else
               move ws-inv-entry(ws-inv-idx) to rej-inv-record
               if ri-status-resolved or ri-status-written-off
                   set ri-status-open to true
                   move ws-cycle-date to ri-status-date
                   move spaces to ri-wo-operator
                   move spaces to ri-wo-reason
                   add 1 to ws-reopened-count
               end-if
               move ws-cycle-date to ri-last-seen
               move ws-this-reason to ri-last-reason
               if ri-req-type = spaces
                   move ws-this-req-type to ri-req-type
               end-if
               move rej-inv-record to ws-inv-entry(ws-inv-idx)
           end-if.

       record-acceptance.
           perform find-item
           if ws-found
               move ws-inv-entry(ws-inv-idx) to rej-inv-record
               if ri-status-open or ri-status-resubmitted
                   set ri-status-resolved to true
                   move ws-cycle-date to ri-status-date
                   move ws-cycle-date to ri-last-seen
                   move "ACCEPTED IN BATCH" to ri-last-reason
                   move rej-inv-record to ws-inv-entry(ws-inv-idx)
                   add 1 to ws-resolved-count
               end-if
           end-if.

       find-item.
           move "N" to ws-found-flag
           perform varying ws-inv-idx from 1 by 1
                   until ws-inv-idx > ws-inv-count
               if ws-inv-key(ws-inv-idx) = ws-this-key
                   set ws-found to true
                   move ws-inv-idx to ws-match-idx
                   move ws-inv-count to ws-inv-idx
               end-if
           end-perform
           if ws-found
               move ws-match-idx to ws-inv-idx
           end-if.

       add-item.
      *    Leaves WS-INV-IDX on the new item. On a full table the
      *    item is reported, WS-FOUND is left off and the run's code
      *    raised, but the rest of the inventory is still kept.
           if ws-inv-count >= 5000
               display "REJINV: inventory table full, "
                   function trim(ws-this-lin trailing) " LSIN "
                   ws-this-lsin " not recorded"
               if return-code = 0
                   move 12 to return-code
               end-if
               move "N" to ws-found-flag
           else
               initialize rej-inv-record
               move ws-this-key to ri-key
               move ws-this-req-type to ri-req-type
               set ri-status-open to true
               move ws-cycle-date to ri-first-seen
               move ws-cycle-date to ri-last-seen
               move ws-cycle-date to ri-status-date
               move ws-this-source to ri-source
               move ws-this-reason to ri-last-reason
               move zeros to ri-attempts
               move spaces to ri-last-attempt
               add 1 to ws-inv-count
               move ws-inv-count to ws-inv-idx
               move rej-inv-record to ws-inv-entry(ws-inv-idx)
               set ws-found to true
               add 1 to ws-opened-count
           end-if.

       rewrite-inventory.
           open output reject-inventory-file
           if ws-inv-status not = "00"
               display "REJINV: cannot rewrite REJINV, status "
                   ws-inv-status
               move 16 to return-code
           else
               perform varying ws-inv-idx from 1 by 1
                       until ws-inv-idx > ws-inv-count
                   move ws-inv-entry(ws-inv-idx) to rej-inv-record
                   evaluate true
                       when ri-status-open
                           add 1 to ws-open-count
                       when ri-status-resubmitted
                           add 1 to ws-resubmitted-count
                       when other
                           add 1 to ws-closed-count
                   end-evaluate
                   write rej-inv-record
                   if ws-inv-status not = "00"
                       display "REJINV: cannot write REJINV, status "
                           ws-inv-status
                       move 16 to return-code
                   end-if
               end-perform
               close reject-inventory-file
           end-if.

       clear-consumed-inputs.
           if write-offs-read
               open output write-off-file
               if ws-woff-status not = "00"
                   display "REJINV: cannot clear REJWOFF, status "
                       ws-woff-status
                   if return-code = 0
                       move 12 to return-code
                   end-if
               else
                   close write-off-file
               end-if
           end-if
           if hold-results-read
               open output hold-out-file
               if ws-hold-status not = "00"
                   display "REJINV: cannot clear HOLDOUT, status "
                       ws-hold-status
                   if return-code = 0
                       move 12 to return-code
                   end-if
               else
                   close hold-out-file
               end-if
           end-if.

       write-summary.
           move spaces to ws-report-line
           perform write-report-line
           initialize ws-report-line
           string "NEW ITEMS OPENED:    " ws-opened-count
               delimited by size into ws-report-line
           perform write-report-line
           initialize ws-report-line
           string "CLOSED ITEMS REOPENED: " ws-reopened-count
               delimited by size into ws-report-line
           perform write-report-line
           initialize ws-report-line
           string "RESUBMISSION ATTEMPTS: " ws-attempt-count
               delimited by size into ws-report-line
           perform write-report-line
           initialize ws-report-line
           string "ITEMS RESOLVED:      " ws-resolved-count
               delimited by size into ws-report-line
           perform write-report-line
           initialize ws-report-line
           string "ITEMS WRITTEN OFF:   " ws-written-off-count
               "  WRITE-OFFS REFUSED: " ws-woff-refused-count
               delimited by size into ws-report-line
           perform write-report-line
           initialize ws-report-line
           string "INVENTORY NOW OPEN " ws-open-count
               "  RESUBMITTED " ws-resubmitted-count
               "  CLOSED " ws-closed-count
               delimited by size into ws-report-line
           perform write-report-line.

       write-report-line.
           display ws-report-line
           write ir-line from ws-report-line
           if ws-report-status not = "00"
               display "REJINV: cannot write REJRPT, status "
                   ws-report-status
               if return-code = 0
                   move 12 to return-code
               end-if
           end-if.
