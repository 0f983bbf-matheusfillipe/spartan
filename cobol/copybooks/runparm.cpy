      *    Run-parameter log row - one per setting a program actually
      *    ran with, under the cycle date it ran for: who used it,
      *    which parameter, the value, and whether it came from the
      *    environment, the cycle parameter file or the default.
       01 run-parm-record.
           05 rp-cycle-date       PIC 9(8).
           05 rp-caller           PIC X(10).
           05 rp-program          PIC X(10).
           05 rp-name             PIC X(20).
           05 rp-source           PIC X(8).
           05 rp-timestamp        PIC X(26).
           05 rp-value            PIC X(60).
