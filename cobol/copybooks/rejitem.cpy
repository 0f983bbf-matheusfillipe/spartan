      *    Reject inventory record - one per rejected item, keyed on
      *    its content key (the first 99 positions of LIN plus LSIN,
      *    the same key ENTRYSEEN and ENTRYFEED use), carried from the
      *    night it first failed until it is accepted or written off.
      *    REJINV maintains the file each cycle; REJAGE reports on it.
       01 rej-inv-record.
           05 ri-key.
               10 ri-lin          PIC A(99).
               10 ri-lsin         PIC 9(2).
      *    Request type when the source row said or implied it
      *    (MIXOUT and HOLDOUT rows say, HELLOOUT rows are HC),
      *    otherwise spaces.
           05 ri-req-type         PIC X(2).
           05 ri-status           PIC X(2).
               88 ri-status-open        value "OP".
               88 ri-status-resubmitted value "RS".
               88 ri-status-resolved    value "RV".
               88 ri-status-written-off value "WO".
           05 ri-first-seen       PIC 9(8).
           05 ri-last-seen        PIC 9(8).
           05 ri-status-date      PIC 9(8).
      *    Where the item was first found - ENTRYOUT, HELLOOUT,
      *    MIXOUT, HOLDOUT, FEEDREJ or RESUBOUT - and the latest
      *    reason anything gave for it.
           05 ri-source           PIC X(8).
           05 ri-last-reason      PIC X(40).
      *    RESUBMIT runs that carried this item, and the stamp of the
      *    last one counted, so the same RESUBOUT read twice is not
      *    two attempts.
           05 ri-attempts         PIC 9(3).
           05 ri-last-attempt     PIC X(26).
           05 ri-wo-operator      PIC X(8).
           05 ri-wo-reason        PIC X(40).
