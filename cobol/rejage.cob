       identification division.
       program-id. rejage.
       author. matheus.
       date-written. October 15th 2026
       environment division.
       configuration section.
       input-output section.
       file-control.
      *    Ageing of the reject inventory REJINV keeps: every item
      *    still open or awaiting its resubmission, with how many days
      *    it has been open, bucketed so the ones nobody is working
      *    stand out. Read-only and not a step of the cycle - it can
      *    be run whenever someone wants the picture, and REJAGE_ASOF
      *    ages the inventory as at another date.
           select reject-inventory-file assign to "REJINV"
               organization is line sequential
               file status is ws-inv-status.
           select ageing-report assign to "REJAGRPT"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd  reject-inventory-file.
       copy rejitem.
       fd  ageing-report.
       01 ag-line PIC X(132).
       working-storage section.
       copy parmcall.
       01 ws-inv-status PIC X(2).
       01 ws-report-status PIC X(2).
       01 ws-eof-flag PIC X value "N".
           88 ws-eof value "Y".
       01 ws-timestamp PIC X(26).
       01 ws-asof-env PIC X(8).
       01 ws-asof-date PIC 9(8).
       01 ws-days-open PIC S9(7).
       01 ws-days-display PIC ZZZZZZ9.
      *    Buckets by days open: 0-7, 8-30, 31-60, 61-90, over 90.
       01 ws-bucket-table.
           05 ws-bucket-entry occurs 5 times.
               10 ws-bucket-label PIC X(12).
               10 ws-bucket-limit PIC 9(7).
               10 ws-bucket-count PIC 9(7).
       01 ws-bucket-idx PIC 9(1).
       01 ws-item-bucket PIC 9(1).
       01 ws-open-count PIC 9(7) value zeros.
       01 ws-resubmitted-count PIC 9(7) value zeros.
       01 ws-resolved-count PIC 9(7) value zeros.
       01 ws-written-off-count PIC 9(7) value zeros.
       01 ws-bad-date-count PIC 9(7) value zeros.
       01 ws-report-line PIC X(132).
       procedure division.
       main-line.
           display "REJAGE START"
           perform set-asof-date
           perform set-buckets
           open input reject-inventory-file
           if ws-inv-status not = "00"
               display "REJAGE: cannot open REJINV, status "
                   ws-inv-status
               move 16 to return-code
               stop run
           end-if
           open output ageing-report
           if ws-report-status not = "00"
               display "REJAGE: cannot open REJAGRPT, status "
                   ws-report-status
               close reject-inventory-file
               move 16 to return-code
               stop run
           end-if
           initialize ws-report-line
           string "REJECT INVENTORY AGEING AS AT " ws-asof-date
               delimited by size into ws-report-line
           perform write-report-line
           move spaces to ws-report-line
           perform write-report-line
           initialize ws-report-line
           string "ST DAYS    FIRST    LAST     SOURCE   TRIES "
               "TYPE LIN (FIRST 40)                              LSIN"
               delimited by size into ws-report-line
           perform write-report-line
           perform until ws-eof
               read reject-inventory-file
                   at end move "Y" to ws-eof-flag
                   not at end perform age-one-item
               end-read
           end-perform
           close reject-inventory-file
           perform write-summary
           close ageing-report
           display "REJAGE END"
           stop run.

       set-asof-date.
           move "REJAGE" to pc-program
           move "ASOF" to pc-name
           move spaces to pc-default
           perform get-parameter
           move pc-value to ws-asof-env
           if ws-asof-env = spaces
               move function current-date to ws-timestamp
               move ws-timestamp(1:8) to ws-asof-date
           else
               if ws-asof-env is numeric
                   move ws-asof-env to ws-asof-date
               else
                   move zeros to ws-asof-date
               end-if
               if function test-date-yyyymmdd(ws-asof-date) not = 0
                   display "REJAGE: REJAGE_ASOF must be a YYYYMMDD "
                       "date, got " ws-asof-env
                   move 16 to return-code
                   stop run
               end-if
           end-if.

       get-parameter.
      *    Settings come from CYCLPARM - see there. One it refuses
      *    stops the run.
           move "REJAGE" to pc-caller
           call "cyclparm" using parm-call
           if return-code not = 0
               display "REJAGE: cannot start on these parameters"
               stop run
           end-if.

       set-buckets.
           move "0-7 DAYS" to ws-bucket-label(1)
           move 7 to ws-bucket-limit(1)
           move "8-30 DAYS" to ws-bucket-label(2)
           move 30 to ws-bucket-limit(2)
           move "31-60 DAYS" to ws-bucket-label(3)
           move 60 to ws-bucket-limit(3)
           move "61-90 DAYS" to ws-bucket-label(4)
           move 90 to ws-bucket-limit(4)
           move "OVER 90" to ws-bucket-label(5)
           move 9999999 to ws-bucket-limit(5)
           perform varying ws-bucket-idx from 1 by 1
                   until ws-bucket-idx > 5
               move zeros to ws-bucket-count(ws-bucket-idx)
           end-perform.

       age-one-item.
      *    Closed items are only counted; the detail is for the work
      *    still outstanding. An item is as old as the night it first
      *    failed - a reopened item keeps that date.
           evaluate true
               when ri-status-resolved
                   add 1 to ws-resolved-count
               when ri-status-written-off
                   add 1 to ws-written-off-count
               when other
                   if ri-status-resubmitted
                       add 1 to ws-resubmitted-count
                   else
                       add 1 to ws-open-count
                   end-if
                   perform age-open-item
           end-evaluate.

       age-open-item.
           if function test-date-yyyymmdd(ri-first-seen) not = 0
               add 1 to ws-bad-date-count
               move zeros to ws-days-open
           else
               compute ws-days-open =
                   function integer-of-date(ws-asof-date)
                   - function integer-of-date(ri-first-seen)
               if ws-days-open < 0
                   move zeros to ws-days-open
               end-if
           end-if
           move 5 to ws-item-bucket
           perform varying ws-bucket-idx from 5 by -1
                   until ws-bucket-idx < 1
               if ws-days-open <= ws-bucket-limit(ws-bucket-idx)
                   move ws-bucket-idx to ws-item-bucket
               end-if
           end-perform
           add 1 to ws-bucket-count(ws-item-bucket)
           move ws-days-open to ws-days-display
           initialize ws-report-line
           string ri-status " " ws-days-display " "
               ri-first-seen " " ri-last-seen " " ri-source " "
               ri-attempts "   " ri-req-type "   " ri-lin(1:40) " "
               ri-lsin
               delimited by size into ws-report-line
           perform write-report-line
           if ri-last-reason not = spaces
               initialize ws-report-line
               string "     LAST REASON: " ri-last-reason
                   delimited by size into ws-report-line
               perform write-report-line
           end-if.

       write-summary.
           move spaces to ws-report-line
           perform write-report-line
           perform varying ws-bucket-idx from 1 by 1
                   until ws-bucket-idx > 5
               initialize ws-report-line
               string "OUTSTANDING " ws-bucket-label(ws-bucket-idx)
                   ": " ws-bucket-count(ws-bucket-idx)
                   delimited by size into ws-report-line
               perform write-report-line
           end-perform
           move spaces to ws-report-line
           perform write-report-line
           initialize ws-report-line
           string "OPEN:        " ws-open-count
               "  RESUBMITTED: " ws-resubmitted-count
               delimited by size into ws-report-line
           perform write-report-line
           initialize ws-report-line
           string "RESOLVED:    " ws-resolved-count
               "  WRITTEN OFF: " ws-written-off-count
               delimited by size into ws-report-line
           perform write-report-line
           if ws-bad-date-count > 0
               initialize ws-report-line
               string "ITEMS WITH NO VALID FIRST-SEEN DATE, AGED 0: "
                   ws-bad-date-count
                   delimited by size into ws-report-line
               perform write-report-line
           end-if.

       write-report-line.
           display ws-report-line
           write ag-line from ws-report-line
           if ws-report-status not = "00"
               display "REJAGE: cannot write REJAGRPT, status "
                   ws-report-status
               if return-code = 0
                   move 12 to return-code
               end-if
           end-if.
