      *Shared payroll check-reconciliation record, one line per
      *check PAYREG cuts. PAYREG writes each new check OUTSTAND;
      *PAYCLR matches the bank's paid-checks file against it and
      *carries every check to its end state. The file accumulates
      *across runs - it is the whole history of the check stock.
      *CR2-STATUS: OUTSTAND not yet presented, STALE outstanding
      *past 90 days, CLEARED paid by the bank, VOIDED reversed off
      *the books (and replaced, when a reissue was asked for).
       01 check-recon-record.
           02 cr2-check-no pic 9(6).
           02 cr2-emp-id pic 9(3).
           02 cr2-amount pic 9(8)v99.
           02 cr2-issue-date pic 9(8).
           02 cr2-status pic x(8).
      *The day the check cleared or was voided - appended behind the
      *status, so lines written before the field existed read with
      *spaces here.
           02 cr2-close-date pic 9(8).
