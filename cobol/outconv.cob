      *    the BATCHOUT copybook, so either batch's results convert
      *    through the one logical name, the same way RESUBMIT reworks
      *    either batch's rejects - point ENTRYOUT at the file to
      *    export. MIXBATCH's MIXOUT is the same row with the request
      *    type and operator behind it, and converts the same way.
      *    Every row exported is also recorded, by LIN and LSIN, in the
      *    cycle's DLVSENT.YYYYMMDD delivery manifest - what ACKRECON
      *    holds the consumers' acknowledgments against once the
      *    export itself has been overwritten.
           select batch-out-file assign to "ENTRYOUT"
               organization is line sequential
               file status is ws-out-status.
           select delim-out-file assign to "DELIMOUT"
               organization is line sequential
               file status is ws-delim-status.
           select delivery-sent-file assign to "DLVSENT"
               organization is line sequential
               file status is ws-sent-status.
       data division.
       file section.
       fd  batch-out-file.
       copy batchout.
       copy mixout.
       fd  delim-out-file.
       01 dl-record PIC X(700).
       fd  delivery-sent-file.
       copy dlvsent.
       working-storage section.
       copy parmcall.
       01 ws-out-status PIC X(2).
       01 ws-delim-status PIC X(2).
       01 ws-sent-status PIC X(2).
       01 ws-cycle-date PIC 9(8).
       01 ws-manifest-name PIC X(16).
       01 ws-eof-flag PIC X value "N".
           88 ws-eof value "Y".
       01 ws-read-count PIC 9(7) value zeros.
      *    Which columns the downstream wants, in the order it wants
      *    them - a comma list of the BATCHOUT field names, so the
      *    export carries only what each consumer needs instead of one
      *    layout everybody has to re-slice. No parameter means the
      *    five BATCHOUT fields, in record order; REQTYPE and
      *    OPERATOR are only ever filled in on MIXOUT rows.
       01 ws-columns-env PIC X(60).
       01 ws-column-table.
           05 ws-column-name PIC X(8) occurs 7 times.
       01 ws-column-count PIC 9(1) value zeros.
       01 ws-col-idx PIC 9(1).
       01 ws-lin-exported-flag PIC X.
       01 ws-lsin-exported-flag PIC X.
       01 ws-out-line PIC X(700).
       01 ws-out-ptr PIC 9(4).
       01 ws-col-value PIC X(512).
       procedure division.
       main-line.
           display "OUTCONV START"
           perform set-cycle-date
           perform set-column-list
           open input batch-out-file
           if ws-out-status not = "00"
               move 16 to return-code
               stop run
           end-if
           initialize ws-manifest-name
           string "DLVSENT." ws-cycle-date
               delimited by size into ws-manifest-name
           display "DD_DLVSENT" upon environment-name
           display ws-manifest-name upon environment-value
           open output delivery-sent-file
           if ws-sent-status not = "00"
               display "OUTCONV: cannot open " ws-manifest-name
                   ", status " ws-sent-status
               close batch-out-file
               close delim-out-file
               move 16 to return-code
               stop run
           end-if
           perform write-header-row
           perform until ws-eof
               read batch-out-file
           end-perform
           close batch-out-file
           close delim-out-file
           close delivery-sent-file
           display "OUTCONV: " ws-read-count " record(s) read, "
               ws-written-count " written"
           if ws-read-count not = ws-written-count
           display "OUTCONV END"
           stop run.

       set-cycle-date.
      *    The manifest is filed under the cycle the export was made
      *    for, not the day it happened to run.
           move "ALL" to pc-program
           move "CYCLE_DATE" to pc-name
           move spaces to pc-default
           perform get-parameter
           move pc-cycle-date to ws-cycle-date.

       set-column-list.
           move "OUTCONV" to pc-program
           move "COLUMNS" to pc-name
           move "STATUS,LIN,LSIN,LOUTPUT,LSOUT" to pc-default
           perform get-parameter
           move pc-value to ws-columns-env
           if ws-columns-env = spaces
               move "STATUS,LIN,LSIN,LOUTPUT,LSOUT" to ws-columns-env
           end-if
           unstring ws-columns-env delimited by ","
               into ws-column-name(1), ws-column-name(2),
                   ws-column-name(3), ws-column-name(4),
                   ws-column-name(5), ws-column-name(6),
                   ws-column-name(7)
           end-unstring
      *    Compact the non-blank names into consecutive slots - a
      *    stray comma ("LIN,,LSIN") must not leave a gap that the
      *    columns after it silently fall off the end.
           move zeros to ws-column-count
           perform varying ws-col-idx from 1 by 1
                   until ws-col-idx > 7
               if ws-column-name(ws-col-idx) not = spaces
                   perform check-column-name
                   add 1 to ws-column-count
               display "OUTCONV: no columns selected"
               move 16 to return-code
               stop run
           end-if
      *    Consumers acknowledge rows by LIN and LSIN; an export
      *    without them still goes out, but cannot be acknowledged.
           move "N" to ws-lin-exported-flag
           move "N" to ws-lsin-exported-flag
           perform varying ws-col-idx from 1 by 1
                   until ws-col-idx > ws-column-count
               if ws-column-name(ws-col-idx) = "LIN"
                   move "Y" to ws-lin-exported-flag
               end-if
               if ws-column-name(ws-col-idx) = "LSIN"
                   move "Y" to ws-lsin-exported-flag
               end-if
           end-perform
           if ws-lin-exported-flag = "N" or ws-lsin-exported-flag = "N"
               display "OUTCONV: export lacks LIN or LSIN - "
                   "consumers cannot acknowledge its rows"
           end-if.

       get-parameter.
      *    Settings come from CYCLPARM - see there. One it refuses
      *    stops the run.
           move "OUTCONV" to pc-caller
           call "cyclparm" using parm-call
           if return-code not = 0
               display "OUTCONV: cannot start on these parameters"
               stop run
           end-if.

       check-column-name.
               when "LSIN"
               when "LOUTPUT"
               when "LSOUT"
               when "REQTYPE"
               when "OPERATOR"
                   continue
               when other
                   display "OUTCONV: unknown column "
               when "LSOUT"
                   string bo-lsout delimited by size
                       into ws-out-line with pointer ws-out-ptr
               when "REQTYPE"
                   move mo-req-type to ws-col-value
                   perform append-text-column
               when "OPERATOR"
                   move mo-operator-id to ws-col-value
                   perform append-text-column
               when other
      *            SET-COLUMN-LIST validated and compacted every
      *            slot this loop visits, so this is unreachable -
      *        toward the balance.
               if ws-read-count > 0
                   add 1 to ws-written-count
                   perform write-manifest-row
               end-if
           end-if.

       write-manifest-row.
      *    Only a row that really reached DELIMOUT is recorded as
      *    sent.
           move ws-cycle-date to ds-cycle-date
           move ws-written-count to ds-row-number
           move bo-status to ds-status
           move bo-lsin to ds-lsin
           move bo-lin to ds-lin
           write delivery-sent-record
           if ws-sent-status not = "00"
               display "OUTCONV: cannot write " ws-manifest-name
                   ", status " ws-sent-status " for record "
                   ws-read-count
               if return-code = 0
                   move 12 to return-code
               end-if
           end-if.
