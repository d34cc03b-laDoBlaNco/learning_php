      *Shared write-off history line - one per bad-debt write-off
      *(W) and one per recovery (R) on a written-off item, in the
      *order ARPOST posted them. The register carries the running
      *position; this is the dated trail ARWOQ reports to the
      *auditors by quarter.
       01 ar-writeoff-history.
           02 wh-type pic x.
               88 wh-writeoff value "W".
               88 wh-recovery value "R".
           02 wh-date pic 9(8).
           02 wh-ident pic 9(7).
           02 wh-invoice pic 9(6).
           02 wh-amount pic 9(7)v99.
           02 wh-account pic 9(4).
           02 wh-operator pic x(8).
           02 wh-approver pic x(8).
