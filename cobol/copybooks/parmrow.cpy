      *    Cycle parameter file row - one setting for one program,
      *    in fixed columns: owning program (ALL for settings the
      *    whole cycle shares) in 1-10, parameter name in 12-31,
      *    value in 33-92. Rows with "*" in column 1 are comments.
       01 cycle-parm-record.
           05 cp-program          PIC X(10).
           05 cp-sep-1            PIC X(1).
           05 cp-name             PIC X(20).
           05 cp-sep-2            PIC X(1).
           05 cp-value            PIC X(60).
