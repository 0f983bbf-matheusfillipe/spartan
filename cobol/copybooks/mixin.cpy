      *    Mixed-type batch driver input transaction record. Each row
      *    names the request type ROUTER should dispatch it as, so one
      *    upstream file can carry every type on LSINRNG/LINPATRN
      *    instead of one file and one job per type. LIN and LSIN are
      *    the BATCHIN shape. The submitting operator is optional:
      *    spaces (or a short row that stops after LSIN) leaves the
      *    row to the run's own ROUTER_OPERATOR_ID.
       01 mix-in-record.
           05 mx-req-type         PIC X(2).
           05 mx-lin              PIC A(99).
           05 mx-lsin             PIC 9(2).
           05 mx-operator-id      PIC X(8).
