      *    Supervisor decision on one held request: R to release it
      *    through ROUTER, D to decline it. A decline needs a reason.
      *    The supervisor must be the one the HOLDREL run is set up
      *    for - a row naming anyone else is refused. Applied (or
      *    refused, with the reason in HOLDRPT) by the next HOLDREL
      *    run that may decide; the file is then cleared.
       01 hold-decision-record.
           05 hd-hold-id          PIC X(20).
           05 hd-action           PIC X(1).
               88 hd-action-release  value "R".
               88 hd-action-decline  value "D".
           05 hd-supervisor-id    PIC X(8).
           05 hd-reason           PIC X(40).
