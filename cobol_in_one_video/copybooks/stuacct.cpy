      *Shared student account record layout, keyed on the student
      *id - one running balance per student across every term.
      *TUITBILL charges tuition and fees into it, credits refunds
      *and payments out of it, and sets SA-HOLD-FLAG when a balance
      *is still owing past the due date of the term it was billed
      *for, clearing it once the balance is paid off. TRNSDOC and
      *GRADAUD refuse a student on hold.
       01 student-account-record.
           02 sa-student-id pic 9(3).
           02 sa-balance pic s9(7)v99.
      *The last term tuition and fees were charged for - the fees
      *go on once per term, with the first course billed.
           02 sa-last-term-billed pic 9(5).
           02 sa-due-date pic 9(8).
           02 sa-last-bill-date pic 9(8).
           02 sa-last-pay-date pic 9(8).
           02 sa-hold-flag pic x.
               88 sa-on-hold value "Y".
           02 sa-hold-date pic 9(8).
