      *Shared score-transaction layout, one student's grade in one
      *course. GRDROST writes the term's fill-in grade roster in
      *this layout from ENROLLMENT.DAT - every enrolled student,
      *grade blank - and the roster the instructor hands back with
      *the grades filled in is the score file TRNSCPT posts from.
      *A line still blank in SC-LETTER-GRADE is not graded yet.
       01 sc-trans.
           02 sc-student-id pic 9(3).
           02 sc-student-name pic x(20).
           02 sc-course-id pic x(6).
           02 sc-course-name pic x(15).
           02 sc-credit-hrs pic 9v9.
           02 sc-letter-grade pic x.
