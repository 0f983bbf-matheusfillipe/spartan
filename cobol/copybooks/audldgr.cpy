      *    ENTRYAUD archive chain ledger - one row appended by AUDARCH
      *    for every rollover, naming the dated archive and the chain
      *    values at either end of the rows it received. AUDVERFY
      *    checks a dated archive against these, so an archive that
      *    has been cut short or had its first rows replaced is caught
      *    long after the live file's anchor has moved on. A second
      *    rollover on the same day appends a second row for the same
      *    archive, continuing the chain where the first left off.
      *    The cycle the rollover ran for is carried too, since the
      *    name carries the wall-clock date and a night that runs
      *    past midnight files cycle D under D+1 - AUDREBLD finds a
      *    cycle's archives by it. Rows written before it existed are
      *    short and read back as spaces.
       01 audit-chain-ledger.
           05 al-archive-name     PIC X(17).
           05 al-rollover-time    PIC X(26).
           05 al-first-sequence   PIC 9(9).
           05 al-open-chain       PIC 9(9).
           05 al-last-sequence    PIC 9(9).
           05 al-last-chain       PIC 9(9).
           05 al-row-count        PIC 9(9).
           05 al-cycle-date       PIC 9(8).
