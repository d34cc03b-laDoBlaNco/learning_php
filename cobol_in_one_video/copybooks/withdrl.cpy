      *Shared course-withdrawal log record, one line per enrollment
      *STUMNT's withdraw transaction removes, dated the day it ran.
      *The enrollment record itself is deleted, so this is the only
      *trace TUITBILL has to credit tuition back when the withdrawal
      *fell inside the term's refund window.
       01 withdrawal-record.
           02 wd-student-id pic 9(3).
           02 wd-course-id pic x(6).
           02 wd-term pic 9(5).
           02 wd-date pic 9(8).
