      *Shared operator-security audit record, one line per security
      *change - adds, revokes, password changes, unlocks, and the
      *lockouts the sign-on panels apply after repeated failures,
      *and the SSNVIEW and SSNFEED lines SSNMASK writes for every
      *report or export run that shows full SSNs. Written by
      *OPERMNT, CUSTSCRN and SSNMASK, the identity trail behind the
      *operator file itself, in the same fixed dated shape as the
      *customer audit trail.
       01 opersec-audit-record.
