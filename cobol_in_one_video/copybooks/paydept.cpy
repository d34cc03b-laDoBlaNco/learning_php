      *Shared payroll department record - one line per department
      *on PAYROLL-DEPTS.DAT, the reference file EMPMNT edits an
      *employee's department against and PAYREG splits the payroll
      *GL feed by. Each department charges its straight-time wages,
      *its overtime premium and its share of the employer FICA
      *match to its own expense accounts on the chart, so GLSTMT
      *and the budget report see payroll department by department.
       01 department-record.
           02 dp-dept-code pic x(4).
           02 dp-dept-name pic x(20).
           02 dp-wage-account pic 9(4).
           02 dp-ot-account pic 9(4).
           02 dp-tax-account pic 9(4).
