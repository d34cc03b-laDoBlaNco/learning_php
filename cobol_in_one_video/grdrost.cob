      *Scores used to reach TRNSCPT as loose transactions typed off
      *whatever the instructors emailed, so an enrolled student who
      *never got a grade simply had no transcript line and nobody
      *knew until the graduation audit. This prints each course's
      *grade roster for the term on the term card, straight off
      *ENROLLMENT.DAT, every enrolled student listed with a blank to
      *fill in and the grade deadline at the top, each course on its
      *own page under the standard RPTWRT heading. The same roster
      *goes out as GRADE-ROSTER.DAT in the shared score layout,
      *grades blank - the instructor fills the grade column in and
      *the returned roster is the score file TRNSCPT posts from, so
      *nobody enrolled can be left off it. GRDMISS lists what is
      *still ungraded at the deadline.
       identification division.
       program-id. grdrost.
       author. ladoblanco prod.
       date-written. February 16th 2026.
       environment division.
       input-output section.
       file-control.
           select enrollment-file assign to "enrollment.dat"
               organization is indexed
               access mode is sequential
               record key is en-key
               file status is ws-enroll-status.
           select student-master assign to "student-master.dat"
               organization is indexed
               access mode is dynamic
               record key is sm-student-id
               file status is ws-student-status.
           select course-catalog assign to "course-catalog.dat"
               organization is indexed
               access mode is dynamic
               record key is cc-course-id
               file status is ws-catalog-status.
           select term-control assign to "term-control.dat"
               organization is line sequential
               file status is ws-term-status.
           select sort-work assign to "grdrost.wrk".
           select grade-roster assign to "grade-roster.dat"
               organization is line sequential
               file status is ws-roster-status.
           select roster-report assign to "grdrost.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd enrollment-file.
       01 enrollment-record.
           02 en-key.
               03 en-student-id pic 9(3).
               03 en-course-id pic x(6).
               03 en-term pic 9(5).
       fd student-master.
       copy student.
       fd course-catalog.
       copy crscat.
       fd term-control.
       01 term-control-record.
           02 tc-term pic 9(5).
           02 tc-grade-deadline pic 9(8).
       sd sort-work.
       01 sort-record.
           02 sr-course-id pic x(6).
           02 sr-student-id pic 9(3).
       fd grade-roster.
       copy scoretrn.
       fd roster-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-enroll-status pic xx value spaces.
           88 enroll-ok value "00".
           88 enroll-eof value "10".
       01 ws-student-status pic xx value spaces.
           88 student-ok value "00".
       01 ws-catalog-status pic xx value spaces.
           88 catalog-ok value "00".
       01 ws-term-status pic xx value spaces.
       01 ws-roster-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ws-sort-flag pic x value "N".
           88 ws-sort-eof value "Y".
       01 ws-first-roster pic x value "Y".
           88 is-first-roster value "Y".
       01 ws-student-open-flag pic x value "N".
           88 ws-student-open value "Y".
       01 ws-catalog-open-flag pic x value "N".
           88 ws-catalog-open value "Y".
      *The term (yyyyt) and grade deadline (yyyymmdd) off the term
      *card. No deadline on the card prints none on the roster.
       01 ws-run-term pic 9(5) value 0.
       01 ws-grade-deadline pic 9(8) value 0.
       01 ws-prev-course pic x(6) value spaces.
       01 ws-class-count pic 9(3) value 0.
       01 ws-hrs-edit pic 9.9.
       01 ws-counts.
           02 ws-courses pic 9(5) value 0.
           02 ws-roster-lines pic 9(5) value 0.
       01 ws-rpt-detail-save pic x(80) value spaces.
       copy rptctl.
       procedure division.
       0000-main.
           perform 1000-initialize
           sort sort-work
               on ascending key sr-course-id sr-student-id
               input procedure is 2000-load-enrollments
               output procedure is 3000-print-rosters
           perform 4000-wrapup
           stop run.

       1000-initialize.
           open input term-control
           read term-control
               at end continue
               not at end
                   if tc-term is numeric
                       move tc-term to ws-run-term
                   end-if
                   if tc-grade-deadline is numeric
                       move tc-grade-deadline to ws-grade-deadline
                   end-if
           end-read
           close term-control
           initialize report-control
           move "GRDROST " to rc-program-name
           open input student-master
           if student-ok
               set ws-student-open to true
           end-if
           open input course-catalog
           if catalog-ok
               set ws-catalog-open to true
           end-if
           open output grade-roster
           open output roster-report.

       2000-load-enrollments.
           open input enrollment-file
           if not enroll-ok
               display "grdrost: enrollment open failed, status "
                   ws-enroll-status
               move 16 to return-code
               set enroll-eof to true
           end-if
           if not enroll-eof
               perform 2100-read-enrollment
           end-if
           perform 2200-release-one-enrollment
               until enroll-eof
           close enrollment-file.

       2100-read-enrollment.
           read enrollment-file next record
               at end set enroll-eof to true
           end-read.

       2200-release-one-enrollment.
           if en-term = ws-run-term
               move en-course-id to sr-course-id
               move en-student-id to sr-student-id
               release sort-record
           end-if
           perform 2100-read-enrollment.

       3000-print-rosters.
           perform 3100-return-sorted
           perform 3200-roster-one-student
               until ws-sort-eof
           if not is-first-roster
               perform 3400-close-course
           end-if.

       3100-return-sorted.
           return sort-work
               at end set ws-sort-eof to true
           end-return.

       3200-roster-one-student.
           if is-first-roster
               move "N" to ws-first-roster
               perform 3300-open-course
           else
               if sr-course-id not = ws-prev-course
                   perform 3400-close-course
                   perform 3300-open-course
               end-if
           end-if
           add 1 to ws-class-count
           add 1 to ws-roster-lines
           move spaces to sm-student-name
           if ws-student-open
               move sr-student-id to sm-student-id
               read student-master
                   key is sm-student-id
               end-read
               if not student-ok
                   move spaces to sm-student-name
               end-if
           end-if
           move sr-student-id to sc-student-id
           move sm-student-name to sc-student-name
           move sr-course-id to sc-course-id
           move cc-course-name to sc-course-name
           move cc-credit-hrs to sc-credit-hrs
           move space to sc-letter-grade
           write sc-trans
           move spaces to report-line
           string "  " sr-student-id "  " sm-student-name
               "    GRADE ____" delimited by size
               into report-line
           perform 9100-write-report-line
           perform 3100-return-sorted.

      *Each course starts a fresh page, so the instructor gets
      *their own sheet.
       3300-open-course.
           add 1 to ws-courses
           move sr-course-id to ws-prev-course
           move 0 to ws-class-count
           move spaces to cc-course-name
           move 0 to cc-credit-hrs
           if ws-catalog-open
               move sr-course-id to cc-course-id
               read course-catalog
                   key is cc-course-id
               end-read
               if not catalog-ok
                   move spaces to cc-course-name
                   move 0 to cc-credit-hrs
               end-if
           end-if
           move cc-credit-hrs to ws-hrs-edit
           move rc-lines-per-page to rc-line-count
           move spaces to report-line
           string "GRADE ROSTER  COURSE " sr-course-id " "
               cc-course-name " HRS " ws-hrs-edit
               " TERM " ws-run-term delimited by size
               into report-line
           perform 9100-write-report-line
           move spaces to report-line
           if ws-grade-deadline > 0
               string "GRADES DUE BY " ws-grade-deadline
                   delimited by size into report-line
           end-if
           perform 9100-write-report-line
           move spaces to report-line
           string "  ID   STUDENT NAME" delimited by size
               into report-line
           perform 9100-write-report-line.

       3400-close-course.
           move spaces to report-line
           perform 9100-write-report-line
           move spaces to report-line
           string "  STUDENTS ENROLLED " ws-class-count
               "    INSTRUCTOR ____________________"
               delimited by size into report-line
           perform 9100-write-report-line.

       4000-wrapup.
           move rc-lines-per-page to rc-line-count
           move spaces to report-line
           if ws-courses = 0
               string "NO ENROLLMENTS FOR TERM " ws-run-term
                   delimited by size into report-line
           else
               string "TERM " ws-run-term " COURSES " ws-courses
                   " ROSTER LINES " ws-roster-lines
                   delimited by size into report-line
           end-if
           perform 9100-write-report-line
           if ws-student-open
               close student-master
           end-if
           if ws-catalog-open
               close course-catalog
           end-if
           close grade-roster
           close roster-report.

       9100-write-report-line.
           move report-line to ws-rpt-detail-save
           call "rptwrt" using report-control
           if rc-heading-due = "Y"
               write report-line from rc-heading-1
               write report-line from rc-heading-2
               write report-line from rc-heading-3
           end-if
           write report-line from ws-rpt-detail-save.
