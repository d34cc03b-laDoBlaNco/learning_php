      *PAYREG used to trust whatever employee id and name came off
      *each payroll transaction - this master is the authoritative
      *list, maintained by EMPMNT and read by the payroll run.
      *EM-PAY-STATUS: A active, I inactive, T terminated - an
      *inactive employee's transactions reject rather than pay, and
      *a terminated one is paid only through the final-pay run.
       01 employee.
           02 em-emp-id pic 9(3).
           02 em-emp-name pic x(20).
      *the year-end carryover cap. Signed, because a taken day the
      *accrual hasn't covered yet is a real state, not an error.
           02 em-leave-balance pic s9(3)v99.
      *Everything from here down arrived after the July 2025
      *conversion - existing files rebuild once through EMPCNV,
      *which starts each new field empty.
      *Social security number, edited through SSNVAL when EMPMNT
      *keys it - zero means none on file yet, and the W-2
      *submission run leaves such an employee out of the file.
           02 em-ssnum.
               03 em-ssarea pic 999.
               03 em-ssgroup pic 99.
               03 em-ssserial pic 9999.
      *Department code against PAYROLL-DEPTS.DAT - the payroll GL
      *feed charges the employee's wages, overtime and employer
      *FICA match to the department's own expense accounts. Spaces
      *means not yet assigned, charged to the general salary
      *expense account the way every employee was before.
           02 em-department pic x(4).
      *Termination, recorded by EMPMNT's T transaction. The pay
      *status goes to T, and EM-FINAL-PAY P says the final paycheck
      *is still owed - PAYREG's final-pay run pays it (the last
      *partial period plus the leave balance) and sets F. A regular
      *run never pays a terminated employee. EM-FINAL-CHECK Y pays
      *the final check on paper even when the master carries
      *direct-deposit data.
           02 em-term-date pic 9(8).
           02 em-term-reason pic x(20).
           02 em-final-pay pic x.
           02 em-final-check pic x.
