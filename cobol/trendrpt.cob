      *    archives still hold - the dated name is handed to the
      *    runtime's file mapping before each open, the same
      *    environment-name mechanism AUDARCH uses to write them.
      *    Days HOUSEKP has since purged no longer have an archive;
      *    what survives of them is the monthly HKSUMM summary, shown
      *    under the month's total.
           select audit-archive-file assign to "ENTRYAUDARCH"
               organization is line sequential
               file status is ws-archive-status.
           select trend-report assign to "TRENDRPT"
               organization is line sequential
               file status is ws-report-status.
           select summary-file assign to "HKSUMM"
               organization is line sequential
               file status is ws-summary-status.
       data division.
       file section.
       fd  audit-archive-file.
       copy atrecord.
       fd  trend-report.
       01 td-line PIC X(80).
       fd  summary-file.
       copy hksumm.
       working-storage section.
       copy parmcall.
       01 ws-archive-status PIC X(2).
       01 ws-report-status PIC X(2).
       01 ws-summary-status PIC X(2).
       01 ws-eof-flag PIC X value "N".
           88 ws-eof value "Y".
       01 ws-start-env PIC X(8).
           stop run.

       set-date-range.
           move "TRENDRPT" to pc-program
           move "START" to pc-name
           move spaces to pc-default
           perform get-parameter
           move pc-value to ws-start-env
           move "TRENDRPT" to pc-program
           move "END" to pc-name
           move spaces to pc-default
           perform get-parameter
           move pc-value to ws-end-env
           if ws-start-env is not numeric or ws-end-env is not numeric
               display "TRENDRPT: TRENDRPT_START and TRENDRPT_END "
                   "must both be set to YYYYMMDD dates"
               stop run
           end-if.

       get-parameter.
      *    Settings come from CYCLPARM - see there. One it refuses
      *    stops the run.
           move "TRENDRPT" to pc-caller
           call "cyclparm" using parm-call
           if return-code not = 0
               display "TRENDRPT: cannot start on these parameters"
               stop run
           end-if.

       process-one-day.
      *    Month break first: the month-to-date subtotal answers "is
      *    volume growing" without anyone adding up day lines by hand.
               ws-month-calls " EXCEPTIONS " ws-month-exceptions
               delimited by size into ws-report-line
           perform write-report-line
           perform write-purged-line
           move zeros to ws-month-calls
           move zeros to ws-month-exceptions.

       write-purged-line.
      *    Purged days are shown apart, not added into the month -
      *    the summary covers the month's purged days whichever of
      *    them fall inside the requested range.
           open input summary-file
           if ws-summary-status = "00"
               move "N" to ws-eof-flag
               perform until ws-eof
                   read summary-file
                       at end move "Y" to ws-eof-flag
                       not at end
                           if hs-source = "ENTRYAUD"
                                   and hs-month = ws-current-month
                               initialize ws-report-line
                               string "  PURGED THROUGH "
                                   hs-through-date " CALLS "
                                   hs-record-count " EXCEPTIONS "
                                   hs-exception-count
                                   delimited by size into ws-report-line
                               perform write-report-line
                           end-if
                   end-read
               end-perform
               close summary-file
           end-if.

       write-report-line.
           display ws-report-line
           write td-line from ws-report-line
