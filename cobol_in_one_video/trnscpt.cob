      *  open failures now also post to the suite-wide error log
      *  through the shared ERRLOG subroutine for the morning
      *  exceptions report.
      *February 16th 2026  - ladoblanco prod - the score file is the
      *  term's returned GRDROST grade rosters now, in the shared
      *  SCORETRN layout: a roster line left with no grade is
      *  counted as not yet graded and passed over (GRDMISS lists
      *  it at the deadline), not rejected. An I (incomplete) posts
      *  to the master but carries no hours into the term or
      *  cumulative GPA until it is changed to a real grade.
       identification division.
       program-id. trnscpt.
       author. ladoblanco prod.
       fd transcript-master.
       copy transcript.
       fd score-trans.
       copy scoretrn.
       fd transcript-report.
       01 report-line pic x(80).
       fd gpa-scale.
       fd term-control.
       01 term-control-record.
           02 tc-term pic 9(5).
           02 tc-grade-deadline pic 9(8).
       fd standing-policy.
       01 standing-policy-record.
           02 sp-deans-cutoff pic 9v99.
           88 ws-course-valid value "Y".
           88 ws-course-invalid value "N".
       01 ws-score-rejects pic 9(5) value 0.
       01 ws-not-graded pic 9(5) value 0.
       01 ws-term-status pic xx value spaces.
       01 ws-student-status pic xx value spaces.
           88 student-ok value "00".
           perform 2050-validate-course
           perform 2055-validate-student
           evaluate true
               when sc-letter-grade = space
                   add 1 to ws-not-graded
               when ws-course-invalid
                   add 1 to ws-score-rejects
                   move spaces to report-line
           perform 2200-classify-letter-grade
           compute ws-course-quality-points =
               ws-course-points * sc-credit-hrs
           if sc-letter-grade not = "I"
               add sc-credit-hrs to ws-term-credit-hrs
               add ws-course-quality-points to ws-term-quality-points
           end-if
           perform 2300-print-course-line.

      *TRANSCRIPT-MASTER now carries forward term over term, so the
               end-if
           end-if.

      *An incomplete carries no hours until it is graded.
       2570-accumulate-one-course.
           perform 2580-classify-master-grade
           compute ws-course-quality-points =
               ws-course-points * tr-credit-hrs
           if tr-letter-grade not = "I"
               add tr-credit-hrs to ws-cum-credit-hrs
               add ws-course-quality-points to ws-cum-quality-points
           end-if
           perform 2560-read-next-master.

      *Same scale table the term lookup uses, scanned against the
       4000-wrapup.
           move spaces to report-line
           string "SCORES REJECTED " ws-score-rejects
               " ROSTER LINES NOT GRADED " ws-not-graded
               delimited by size into report-line
           perform 9000-write-report-line
           close transcript-master
