      *The missing-grades report. Every enrollment for the term on
      *the term card that has no grade for the term on
      *TRANSCRIPT-MASTER lists, by course, the course's instructor
      *roster (GRDROST) having gone out with every one of them on
      *it. Run before the grade deadline on the term card it is a
      *reminder list only. Run on or after the deadline, with a Y on
      *the GRDMISS-CONTROL card, each missing grade posts to the
      *master as an I (incomplete) under the term - course name and
      *hours off the catalog, name off the student master - and
      *logs to the grade audit trail as an INCOMP line the way
      *GRDCHG logs a change, so the incomplete is resolved later
      *through a GRDCHG grade change or the term's late roster. No
      *control card, or anything but a Y on it, posts nothing.
       identification division.
       program-id. grdmiss.
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
           select transcript-master assign to "transcript.dat"
               organization is indexed
               access mode is dynamic
               record key is tr-key
               file status is ws-master-status.
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
           select missing-control assign to "grdmiss-control.dat"
               organization is line sequential
               file status is ws-control-status.
           select grade-audit assign to "grade-audit.log"
               organization is line sequential
               file status is ws-audit-status.
           select sort-work assign to "grdmiss.wrk".
           select missing-report assign to "grdmiss.rpt"
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
       fd transcript-master.
       copy transcript.
       fd student-master.
       copy student.
       fd course-catalog.
       copy crscat.
       fd term-control.
       01 term-control-record.
           02 tc-term pic 9(5).
           02 tc-grade-deadline pic 9(8).
       fd missing-control.
       01 missing-control-record.
           02 mc-post-incomplete pic x.
       fd grade-audit.
       01 grade-audit-line pic x(80).
       sd sort-work.
       01 sort-record.
           02 sr-course-id pic x(6).
           02 sr-student-id pic 9(3).
       fd missing-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-enroll-status pic xx value spaces.
           88 enroll-ok value "00".
           88 enroll-eof value "10".
       01 ws-master-status pic xx value spaces.
           88 master-ok value "00".
       01 ws-student-status pic xx value spaces.
           88 student-ok value "00".
       01 ws-catalog-status pic xx value spaces.
           88 catalog-ok value "00".
       01 ws-term-status pic xx value spaces.
       01 ws-control-status pic xx value spaces.
           88 control-ok value "00".
       01 ws-audit-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ws-sort-flag pic x value "N".
           88 ws-sort-eof value "Y".
       01 ws-first-course pic x value "Y".
           88 is-first-course value "Y".
       01 ws-master-open-flag pic x value "N".
           88 ws-master-open value "Y".
       01 ws-student-open-flag pic x value "N".
           88 ws-student-open value "Y".
       01 ws-catalog-open-flag pic x value "N".
           88 ws-catalog-open value "Y".
      *Y only when the card asks for it and the deadline has come.
       01 ws-post-flag pic x value "N".
           88 ws-posting value "Y".
       01 ws-grade-state pic x value space.
           88 ws-graded value "G".
           88 ws-incomplete-on-file value "I".
           88 ws-grade-missing value "M".
       01 ws-run-term pic 9(5) value 0.
       01 ws-grade-deadline pic 9(8) value 0.
       01 ws-today pic 9(8) value 0.
       01 ws-prev-course pic x(6) value spaces.
       01 ws-course-missing pic 9(3) value 0.
       01 ws-note pic x(20) value spaces.
      *Grade of an older attempt being replaced, for the audit line.
       01 ws-prior-grade pic x value space.
       01 ws-counts.
           02 ws-enrollments pic 9(5) value 0.
           02 ws-graded-count pic 9(5) value 0.
           02 ws-missing pic 9(5) value 0.
           02 ws-incompletes-on-file pic 9(5) value 0.
           02 ws-incompletes-posted pic 9(5) value 0.
       01 ws-rpt-detail-save pic x(80) value spaces.
       copy rptctl.
       copy grdaud.
       procedure division.
       0000-main.
           perform 1000-initialize
           sort sort-work
               on ascending key sr-course-id sr-student-id
               input procedure is 2000-load-enrollments
               output procedure is 3000-report-missing
           perform 4000-wrapup
           stop run.

       1000-initialize.
           accept ws-today from date yyyymmdd
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
           open input missing-control
           if control-ok
               read missing-control
                   at end continue
                   not at end
                       if mc-post-incomplete = "Y"
                               and ws-grade-deadline > 0
                               and ws-today >= ws-grade-deadline
                           set ws-posting to true
                       end-if
               end-read
               close missing-control
           end-if
           initialize report-control
           move "GRDMISS " to rc-program-name
           perform 1100-open-master
           open input student-master
           if student-ok
               set ws-student-open to true
           end-if
           open input course-catalog
           if catalog-ok
               set ws-catalog-open to true
           end-if
           if ws-posting
               open extend grade-audit
               if ws-audit-status = "35"
                   open output grade-audit
               end-if
           end-if
           open output missing-report
           move spaces to report-line
           string "MISSING GRADES - TERM " ws-run-term
               delimited by size into report-line
           perform 9100-write-report-line
           move spaces to report-line
           evaluate true
               when ws-grade-deadline = 0
                   string "NO GRADE DEADLINE ON THE TERM CARD - "
                       "NOTHING POSTED" delimited by size
                       into report-line
               when ws-today < ws-grade-deadline
                   string "GRADES DUE BY " ws-grade-deadline
                       " - REMINDER LIST, NOTHING POSTED"
                       delimited by size into report-line
               when ws-posting
                   string "PAST DEADLINE " ws-grade-deadline
                       " - MISSING GRADES POSTED AS I"
                       delimited by size into report-line
               when other
                   string "PAST DEADLINE " ws-grade-deadline
                       " - NOT POSTED, LIST ONLY"
                       delimited by size into report-line
           end-evaluate
           perform 9100-write-report-line.

      *Posting needs the master I-O, created on a first run the way
      *TRNSCPT's is; a list-only run just reads it. No master at
      *all reads as no grades on file.
       1100-open-master.
           if ws-posting
               open i-o transcript-master
               if ws-master-status = "35"
                   open output transcript-master
                   close transcript-master
                   open i-o transcript-master
               end-if
           else
               open input transcript-master
           end-if
           if master-ok
               set ws-master-open to true
           else
               move "N" to ws-post-flag
           end-if.

       2000-load-enrollments.
           open input enrollment-file
           if not enroll-ok
               display "grdmiss: enrollment open failed, status "
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
               add 1 to ws-enrollments
               move en-course-id to sr-course-id
               move en-student-id to sr-student-id
               release sort-record
           end-if
           perform 2100-read-enrollment.

       3000-report-missing.
           perform 3100-return-sorted
           perform 3200-check-one-enrollment
               until ws-sort-eof
           if not is-first-course
               perform 3400-close-course
           end-if.

       3100-return-sorted.
           return sort-work
               at end set ws-sort-eof to true
           end-return.

      *Graded means a record for the student and course stamped
      *with this term. A record from an earlier term is an older
      *attempt - this term's grade is still missing.
       3200-check-one-enrollment.
           set ws-grade-missing to true
           move space to ws-prior-grade
           if ws-master-open
               move sr-student-id to tr-student-id
               move sr-course-id to tr-course-id
               read transcript-master
                   key is tr-key
               end-read
               if master-ok
                   move tr-letter-grade to ws-prior-grade
               end-if
               if master-ok and tr-term = ws-run-term
                   if tr-letter-grade = "I"
                       set ws-incomplete-on-file to true
                   else
                       set ws-graded to true
                   end-if
               end-if
           end-if
           evaluate true
               when ws-graded
                   add 1 to ws-graded-count
               when ws-incomplete-on-file
                   add 1 to ws-incompletes-on-file
               when other
                   perform 3250-list-missing
           end-evaluate
           perform 3100-return-sorted.

       3250-list-missing.
           if is-first-course
               move "N" to ws-first-course
               perform 3300-open-course
           else
               if sr-course-id not = ws-prev-course
                   perform 3400-close-course
                   perform 3300-open-course
               end-if
           end-if
           add 1 to ws-missing
           add 1 to ws-course-missing
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
           move spaces to ws-note
           if ws-posting
               perform 3500-post-incomplete
           end-if
           move spaces to report-line
           string "  student " sr-student-id " " sm-student-name
               " NO GRADE " ws-note delimited by size
               into report-line
           perform 9100-write-report-line.

       3300-open-course.
           move sr-course-id to ws-prev-course
           move 0 to ws-course-missing
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
           move spaces to report-line
           perform 9100-write-report-line
           move spaces to report-line
           string "COURSE " sr-course-id " " cc-course-name
               delimited by size into report-line
           perform 9100-write-report-line.

       3400-close-course.
           move spaces to report-line
           string "  COURSE " ws-prev-course " MISSING "
               ws-course-missing delimited by size
               into report-line
           perform 9100-write-report-line.

      *An older attempt on file is replaced, the same rewrite
      *TRNSCPT does for a retake.
       3500-post-incomplete.
           move sr-student-id to tr-student-id
           move sr-course-id to tr-course-id
           move sm-student-name to tr-student-name
           move cc-course-name to tr-course-name
           move cc-credit-hrs to tr-credit-hrs
           move "I" to tr-letter-grade
           move ws-run-term to tr-term
           write transcript-record
               invalid key rewrite transcript-record
           end-write
           if master-ok
               add 1 to ws-incompletes-posted
               move "- POSTED I" to ws-note
               initialize grade-audit-record
               move "GRADE" to gr-tag
               move ws-today to gr-date
               move "INCOMP" to gr-action
               move sr-student-id to gr-student-id
               move sr-course-id to gr-course-id
               move ws-prior-grade to gr-grade-before
               move "I" to gr-grade-after
               move "GRDMISS " to gr-authorizer
               write grade-audit-line from grade-audit-record
           else
               move "- POST FAILED " to ws-note
               move ws-master-status to ws-note (15:2)
           end-if.

       4000-wrapup.
           move spaces to report-line
           perform 9100-write-report-line
           move spaces to report-line
           string "ENROLLMENTS " ws-enrollments
               " GRADED " ws-graded-count
               " MISSING " ws-missing delimited by size
               into report-line
           perform 9100-write-report-line
           move spaces to report-line
           string "INCOMPLETES ALREADY ON FILE "
               ws-incompletes-on-file
               " POSTED THIS RUN " ws-incompletes-posted
               delimited by size into report-line
           perform 9100-write-report-line
           if ws-master-open
               close transcript-master
           end-if
           if ws-student-open
               close student-master
           end-if
           if ws-catalog-open
               close course-catalog
           end-if
           if ws-posting
               close grade-audit
           end-if
           close missing-report.

       9100-write-report-line.
           move report-line to ws-rpt-detail-save
           call "rptwrt" using report-control
           if rc-heading-due = "Y"
               write report-line from rc-heading-1
               write report-line from rc-heading-2
               write report-line from rc-heading-3
           end-if
           write report-line from ws-rpt-detail-save.
