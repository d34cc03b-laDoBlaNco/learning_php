      *report check out - the old files are never touched, so the
      *conversion can be rerun if anything looks wrong. The same
      *shape as CUSTCNV and GLCNV before it.
      *
      *Modification history
      *August 18th 2025    - ladoblanco prod - the employee copybook
      *  grew the SSN behind the leave balance; a pre-July master
      *  converted through here now starts it at zero too, the
      *  same as EMPCNV does for one PAYCNV already converted.
      *August 25th 2025    - ladoblanco prod - the department code
      *  behind the SSN starts as spaces, the unassigned department.
      *September 1st 2025  - ladoblanco prod - the termination fields
      *  behind the department start empty as well.
       identification division.
       program-id. paycnv.
       author. ladoblanco prod.
           move 0 to em-prior-rate
           move space to em-retro-flag
           move 0 to em-leave-balance
           move zeroes to em-ssnum
           move spaces to em-department
           move 0 to em-term-date
           move spaces to em-term-reason
           move space to em-final-pay
           move space to em-final-check
           write employee
           add 1 to ws-employees-converted
           perform 1100-read-old-employee.
