      *    Mixed-type batch driver output result record - the BATCHOUT
      *    row exactly, so OUTCONV and RESUBMIT read it unchanged,
      *    followed by the request type the row was dispatched as and
      *    the operator it was judged for (spaces when the input row
      *    named none). HOLDREL writes the same row for each hold it
      *    decides, with status DC and the supervisor's reason for a
      *    declined one; every other writer leaves the reason blank.
       01 mix-out-record.
           05 mo-status            PIC X(2).
               88 mo-status-ok        value "OK".
               88 mo-status-rejected  value "ER".
               88 mo-status-duplicate value "DU".
               88 mo-status-held      value "HD".
               88 mo-status-declined  value "DC".
           05 mo-lin              PIC A(99).
           05 mo-lsin             PIC 9(2).
           05 mo-loutput          PIC A(512).
           05 mo-lsout            PIC 9(3).
           05 mo-req-type         PIC X(2).
           05 mo-operator-id      PIC X(8).
           05 mo-reason           PIC X(40).
