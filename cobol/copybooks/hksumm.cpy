      *    Monthly summary row, carried forward by HOUSEKP from detail
      *    it is about to purge - one row per source file and month,
      *    added to as each further day of that month is purged. For
      *    ENTRYAUD the records are ENTRY calls, the rejects are rows
      *    the batch could not complete (no LIN or no LOUTPUT) and the
      *    exceptions are TRENDRPT's (an LSIN not divisible by 10).
      *    For ROUTERLOG the records are ROUTER calls and the rejects
      *    the calls it refused. For RUNCTL the records are END rows
      *    and the exceptions those with a non-zero return code. For
      *    RUNPARM only the records are counted. The through date is
      *    the last day already folded in, so a purge that is rerun
      *    after a failure never counts the same day twice.
       01 month-summary-record.
           05 hs-source           PIC X(10).
           05 hs-month            PIC 9(6).
           05 hs-through-date     PIC 9(8).
           05 hs-record-count     PIC 9(9).
           05 hs-lsin-total       PIC 9(12).
           05 hs-reject-count     PIC 9(9).
           05 hs-exception-count  PIC 9(9).
