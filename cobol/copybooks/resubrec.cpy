      *    RESUBMIT result record - the reworked row in MIXOUT shape
      *    (the BATCHOUT row, then request type and operator), then
      *    the key the row carried before any RESUBFIX correction was
      *    applied and the time the RESUBMIT run started. The original
      *    key is what ties a corrected resubmission back to the item
      *    REJINV has been carrying; the run stamp keeps one RESUBMIT
      *    run counting as one attempt however often it is read.
       01 resub-result-record.
           05 rr-status           PIC X(2).
               88 rr-status-ok       value "OK".
               88 rr-status-rejected value "ER".
               88 rr-status-held     value "HD".
           05 rr-lin              PIC A(99).
           05 rr-lsin             PIC 9(2).
           05 rr-loutput          PIC A(512).
           05 rr-lsout            PIC 9(3).
           05 rr-req-type         PIC X(2).
           05 rr-operator-id      PIC X(8).
           05 rr-original-key.
               10 rr-original-lin  PIC A(99).
               10 rr-original-lsin PIC 9(2).
           05 rr-resubmit-time    PIC X(26).
