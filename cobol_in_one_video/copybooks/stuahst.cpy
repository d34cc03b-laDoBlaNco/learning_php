      *Shared student account activity record, one line per charge,
      *fee, refund or payment TUITBILL posts to a student account,
      *with the balance it left the account at - the lines the
      *term statement prints from.
      *AH-TYPE: CHARGE tuition for a course, FEE a term fee off the
      *rate table, REFUND a withdrawal credited inside the refund
      *window, PAYMNT a payment received.
       01 account-history-record.
           02 ah-student-id pic 9(3).
           02 ah-date pic 9(8).
           02 ah-term pic 9(5).
           02 ah-type pic x(6).
      *The course, fee code or payment reference.
           02 ah-reference pic x(8).
           02 ah-desc pic x(20).
           02 ah-amount pic s9(7)v99 sign is leading separate.
           02 ah-balance pic s9(7)v99 sign is leading separate.
