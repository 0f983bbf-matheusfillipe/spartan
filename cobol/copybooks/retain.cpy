      *    Retention table row - how long one file's detail stays on
      *    line, and whether HOUSEKP carries a monthly summary of it
      *    into HKSUMM before purging. The file is named by the same
      *    identifier the programs assign it to; for ENTRYAUD the
      *    rule covers the dated ENTRYAUD.YYYYMMDD archives, never
      *    the live file, and DLVSENT and DLVACK likewise name their
      *    dated files.
       01 retention-record.
           05 rt-file-id          PIC X(10).
           05 rt-keep-days        PIC 9(4).
           05 rt-summarize        PIC X(1).
               88 rt-summarize-yes   value "Y".
               88 rt-summarize-no    value "N".
