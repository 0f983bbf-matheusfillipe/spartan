      *    Hold rule - a request that passes every ROUTER validation
      *    but matches a rule in force is parked in HOLDQ for a
      *    supervisor instead of being dispatched. Request type
      *    spaces means any type. Effective and expiry dates are
      *    inclusive YYYYMMDD, zero meaning open-ended. Kinds:
      *        RE  LSIN within HR-VALUE of either end of the type's
      *            LSINRNG range (no LSINRNG row, no edge)
      *        TY  every request of the type - for a type newly added
      *            to the tables, kept under watch until HR-EXP-DATE
      *        NG  submitter's OPAUTH grant for the type took effect
      *            less than HR-VALUE days ago
      *    Rules are tried in file order; the first match holds.
       01 hold-rule-record.
           05 hr-rule-id          PIC X(8).
           05 hr-req-type         PIC X(2).
           05 hr-kind             PIC X(2).
               88 hr-kind-range-edge value "RE".
               88 hr-kind-type       value "TY".
               88 hr-kind-new-grant  value "NG".
           05 hr-value            PIC 9(3).
           05 hr-eff-date         PIC 9(8).
           05 hr-exp-date         PIC 9(8).
           05 hr-description      PIC X(40).
