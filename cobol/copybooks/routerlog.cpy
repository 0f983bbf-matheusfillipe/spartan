      *    ROUTER transaction activity log record. Written once per
      *    call into ROUTER, for every request type and for every
      *    disposition - accepted, rejected, or held for a supervisor
      *    (see HOLDREL) - ENTRYAUD only records
      *    what ENTRY itself chose to write, so a record ROUTER never
      *    dispatches (range check, content-pattern, or operator
      *    authorization rejection) would otherwise leave no trace
           05 rl-disposition      PIC X(8).
               88 rl-accepted        value "ACCEPTED".
               88 rl-rejected        value "REJECTED".
               88 rl-held            value "HELD".
           05 rl-return-code      PIC 9(3).
           05 rl-reason           PIC X(40).
      *    Elapsed times in hundredths of a second, the resolution
      *    before trusting them.
           05 rl-validate-hs      PIC 9(7).
           05 rl-dispatch-hs      PIC 9(7).
      *    The operator or job the call was made for - the identity
      *    ROUTER judged against OPAUTH, so the log answers "who ran
      *    what" on its own. Spaces when the caller never identified
      *    itself; rows written before this column existed are short
      *    and read back as spaces too.
           05 rl-operator-id      PIC X(8).
