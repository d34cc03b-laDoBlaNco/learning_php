      *back), and the student's standing recomputes against the
      *standing-policy file the way TRNSCPT computes it, because a
      *changed grade can move someone on or off probation.
      *
      *Modification history
      *February 16th 2026  - ladoblanco prod - an I (incomplete) on
      *  the master carries no hours into the recomputed cumulative
      *  GPA, the way TRNSCPT computes it; changing the I to a real
      *  grade here is how an incomplete is resolved.
       identification division.
       program-id. grdchg.
       author. ladoblanco prod.
           perform 2330-classify-grade
           compute ws-course-quality-points =
               ws-course-points * tr-credit-hrs
           if tr-letter-grade not = "I"
               add tr-credit-hrs to ws-cum-credit-hrs
               add ws-course-quality-points to ws-cum-quality-points
           end-if
           perform 2310-read-next-master.

       2330-classify-grade.
