      *    Reject write-off request - an operator's instruction to
      *    close one inventory item without it ever being accepted,
      *    and why. Applied (or refused, with the reason in REJRPT)
      *    by the next REJINV run; the file is then cleared.
       01 rej-woff-record.
           05 rw-key.
               10 rw-lin          PIC A(99).
               10 rw-lsin         PIC 9(2).
           05 rw-operator-id      PIC X(8).
           05 rw-reason           PIC X(40).
