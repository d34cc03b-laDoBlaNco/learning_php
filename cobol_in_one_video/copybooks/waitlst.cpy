      *Shared course waitlist record layout, keyed on course, term
      *and a running sequence number, so a read forward from the
      *start of a course and term comes back in the order students
      *were turned away. STUMNT writes one when an enroll finds the
      *course full and takes the first one off into the seat a
      *withdraw frees; CLSROST lists them under the class roster.
       01 waitlist-record.
           02 wl-key.
               03 wl-course-id pic x(6).
               03 wl-term pic 9(5).
               03 wl-seq pic 9(5).
           02 wl-student-id pic 9(3).
           02 wl-date pic 9(8).
