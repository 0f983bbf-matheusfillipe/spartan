      *    Cycle parameter request, passed to CYCLPARM by every program
      *    that takes a setting. The caller names itself and the
      *    parameter it wants (the owning program - ALL for the ones
      *    the whole cycle shares - and the parameter name) and the
      *    value it would use if nothing set it; CYCLPARM hands back
      *    the effective value, where it came from, and the cycle date
      *    the run is logged under. A non-zero RETURN-CODE means the
      *    setting was refused and the caller must not start.
       01 parm-call.
           05 pc-caller           PIC X(10).
           05 pc-program          PIC X(10).
           05 pc-name             PIC X(20).
           05 pc-default          PIC X(60).
           05 pc-value            PIC X(60).
           05 pc-source           PIC X(8).
               88 pc-source-env      value "ENV".
               88 pc-source-file     value "CYCLPARM".
               88 pc-source-default  value "DEFAULT".
           05 pc-cycle-date       PIC 9(8).
