      *Shared labor distribution record - PAYREG logs one line per
      *department per posted run to PAYROLL-LABOR.DAT, and PAYLDST
      *rolls the lines up by quarter. Spaces in the department
      *code is the unassigned bucket - employees not yet given a
      *department, charged to the general salary expense account.
       01 labor-dist-record.
           02 ld-period pic 9(6).
           02 ld-run-date pic 9(8).
           02 ld-dept-code pic x(4).
           02 ld-emp-count pic 9(5).
           02 ld-hours pic 9(6)v9.
           02 ld-regular pic 9(9)v99.
           02 ld-overtime pic 9(9)v99.
           02 ld-fica-match pic 9(9)v99.
