      *    Downstream consumer of the DELIMOUT export. Every consumer
      *    listed is expected to return DLVACK.<CONSUMER>.YYYYMMDD for
      *    each cycle's delivery by the next morning's run.
       01 consumer-record.
           05 dc-consumer-id      PIC X(8).
           05 dc-sep-1            PIC X(1).
           05 dc-description      PIC X(40).
