      *Shared course seat-capacity record layout, one line per course
      *per term - the registrar keys them ahead of each term. STUMNT
      *holds enrollment to the seats here and waitlists the rest;
      *CLSROST prints the roster and utilization against them. A
      *course and term with no line here has no seat limit.
       01 course-capacity-record.
           02 cap-course-id pic x(6).
           02 cap-term pic 9(5).
           02 cap-seats pic 9(3).
