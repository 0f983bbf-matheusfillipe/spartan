           05 cmn-lsin            PIC 9(3).
           05 cmn-loutput         PIC A(512).
           05 cmn-lsout           PIC 9(3).
      *    The operator or job this one request is submitted for.
      *    Spaces means the caller speaks for itself and ROUTER judges
      *    the run unit's own identity (ROUTER_OPERATOR_ID); a driver
      *    carrying work for several submitters in one file names
      *    each row's submitter here instead.
           05 cmn-operator-id     PIC X(8).
      *    Set only by HOLDREL, to the supervisor releasing a request
      *    ROUTER parked in HOLDQ: the request is judged again by every
      *    validation but not by the hold rules that caught it. Spaces
      *    on every ordinary submission.
           05 cmn-release-by      PIC X(8).
