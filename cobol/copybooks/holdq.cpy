      *    Hold queue row - one request ROUTER parked instead of
      *    dispatching: the whole CMN-REQUEST as submitted, the rule
      *    that caught it and the operator it was judged for. HOLDREL
      *    records the supervisor's decision on the same row; a
      *    released request goes back through ROUTER and its own
      *    return code is kept here. Decided rows then move to
      *    HOLDHIST, in the same layout.
       01 hold-queue-record.
           05 hq-hold-id          PIC X(20).
           05 hq-status           PIC X(2).
               88 hq-status-pending  value "HD".
               88 hq-status-released value "RL".
               88 hq-status-declined value "DC".
               88 hq-status-refused  value "RJ".
           05 hq-held-at          PIC X(26).
           05 hq-rule-id          PIC X(8).
           05 hq-rule-reason      PIC X(40).
           05 hq-submitter        PIC X(8).
           05 hq-decided-by       PIC X(8).
           05 hq-decided-at       PIC X(26).
           05 hq-decision-reason  PIC X(40).
           05 hq-release-rc       PIC 9(3).
           05 hq-request          PIC X(1048).
