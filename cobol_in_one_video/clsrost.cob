      *The official class rosters, off ENROLLMENT.DAT instead of the
      *registrar's sign-up sheets. Every enrollment for the term on
      *the control card releases to a sort on course, term and
      *student - the same sorted-roster shape VOTEROSTER prints -
      *and each course prints as a block with the names off
      *STUDENT-MASTER, the seats off COURSE-CAPACITY and the
      *waitlist in the order STUMNT turned students away. The run
      *closes on a seat-utilization summary for every course with a
      *seat limit that term, enrolled or not. No control card, or a
      *zero term on it, rosters every term on file.
       identification division.
       program-id. clsrost.
       author. ladoblanco prod.
       date-written. February 9th 2026.
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
           select waitlist-file assign to "waitlist.dat"
               organization is indexed
               access mode is dynamic
               record key is wl-key
               file status is ws-waitlist-status.
           select capacity-file assign to "course-capacity.dat"
               organization is line sequential
               file status is ws-capacity-status.
           select roster-control assign to "clsrost-control.dat"
               organization is line sequential
               file status is ws-control-status.
           select sort-work assign to "clsrost.wrk".
           select roster-file assign to "clsrost.rpt"
               organization is line sequential
               file status is ws-roster-status.
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
       fd waitlist-file.
       copy waitlst.
       fd capacity-file.
       copy crscap.
       fd roster-control.
       01 roster-control-record.
           02 rc-term pic 9(5).
       sd sort-work.
       01 sort-record.
           02 sr-course-id pic x(6).
           02 sr-term pic 9(5).
           02 sr-student-id pic 9(3).
       fd roster-file.
       01 roster-line pic x(80).
       working-storage section.
       01 ws-enroll-status pic xx value spaces.
           88 enroll-ok value "00".
           88 enroll-eof value "10".
       01 ws-student-status pic xx value spaces.
           88 student-ok value "00".
       01 ws-catalog-status pic xx value spaces.
           88 catalog-ok value "00".
       01 ws-waitlist-status pic xx value spaces.
           88 waitlist-ok value "00".
           88 waitlist-eof value "10".
       01 ws-capacity-status pic xx value spaces.
           88 capacity-ok value "00".
           88 capacity-eof value "10".
       01 ws-control-status pic xx value spaces.
           88 control-ok value "00".
       01 ws-roster-status pic xx value spaces.
       01 ws-sort-flag pic x value "N".
           88 ws-sort-eof value "Y".
       01 ws-first-roster pic x value "Y".
           88 is-first-roster value "Y".
       01 ws-student-open-flag pic x value "N".
           88 ws-student-open value "Y".
       01 ws-catalog-open-flag pic x value "N".
           88 ws-catalog-open value "Y".
       01 ws-waitlist-open-flag pic x value "N".
           88 ws-waitlist-open value "Y".
       01 ws-wait-scan-flag pic x value "N".
           88 ws-wait-scan-done value "Y".
      *Zero rosters every term on file.
       01 ws-run-term pic 9(5) value 0.
       01 ws-prev-course pic x(6) value spaces.
       01 ws-prev-term pic 9(5) value 0.
       01 ws-class-enrolled pic 9(3) value 0.
       01 ws-class-waiting pic 9(3) value 0.
      *Seats per course and term off the capacity file, with the
      *enrolled and waiting counts each roster block leaves behind
      *for the utilization summary. A course rostered with no seat
      *limit gets a line with zero seats.
       01 capacity-table.
           02 capacity-entry occurs 200 times
                   indexed by cap-idx.
               03 ct-course-id pic x(6).
               03 ct-term pic 9(5).
               03 ct-seats pic 9(3).
               03 ct-enrolled pic 9(3).
               03 ct-waiting pic 9(3).
       01 ws-capacity-count pic 9(3) value 0.
       01 ws-capacity-scan pic 9(3) value 0.
       01 ws-cap-slot pic 9(3) value 0.
       01 ws-open-seats pic 9(3) value 0.
       01 ws-util-pct pic 9(3) value 0.
       01 ws-util-pct-out pic zz9.
       01 ws-counts.
           02 ws-classes pic 9(5) value 0.
           02 ws-enrollments pic 9(5) value 0.
           02 ws-total-seats pic 9(5) value 0.
           02 ws-seats-filled pic 9(5) value 0.
           02 ws-total-waiting pic 9(5) value 0.
       procedure division.
       0000-main.
           perform 1000-initialize
           sort sort-work
               on ascending key sr-course-id sr-term sr-student-id
               input procedure is 2000-load-enrollments
               output procedure is 3000-print-rosters
           perform 4000-print-utilization
           perform 5000-wrapup
           stop run.

       1000-initialize.
           open input roster-control
           if control-ok
               read roster-control
                   at end continue
                   not at end
                       if rc-term is numeric
                           move rc-term to ws-run-term
                       end-if
               end-read
               close roster-control
           end-if
           perform 1100-load-capacity
           open input student-master
           if student-ok
               set ws-student-open to true
           end-if
           open input course-catalog
           if catalog-ok
               set ws-catalog-open to true
           end-if
           open input waitlist-file
           if waitlist-ok
               set ws-waitlist-open to true
           end-if
           open output roster-file
           move spaces to roster-line
           if ws-run-term = 0
               string "CLASS ROSTERS - ALL TERMS ON FILE"
                   delimited by size into roster-line
           else
               string "CLASS ROSTERS - TERM " ws-run-term
                   delimited by size into roster-line
           end-if
           write roster-line.

      *No capacity file means no seat limits - the rosters still
      *print, the summary lists only what was rostered.
       1100-load-capacity.
           open input capacity-file
           if capacity-ok
               perform 1110-read-capacity
               perform 1120-store-capacity
                   until capacity-eof
               close capacity-file
           end-if.

       1110-read-capacity.
           read capacity-file
               at end set capacity-eof to true
           end-read.

       1120-store-capacity.
           if cap-course-id not = spaces and cap-seats is numeric
                   and (ws-run-term = 0 or cap-term = ws-run-term)
                   and ws-capacity-count < 200
               add 1 to ws-capacity-count
               set cap-idx to ws-capacity-count
               move cap-course-id to ct-course-id (cap-idx)
               move cap-term to ct-term (cap-idx)
               move cap-seats to ct-seats (cap-idx)
               move 0 to ct-enrolled (cap-idx)
               move 0 to ct-waiting (cap-idx)
           end-if
           perform 1110-read-capacity.

       2000-load-enrollments.
           open input enrollment-file
           if not enroll-ok
               display "clsrost: enrollment open failed, status "
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
           if ws-run-term = 0 or en-term = ws-run-term
               add 1 to ws-enrollments
               move en-course-id to sr-course-id
               move en-term to sr-term
               move en-student-id to sr-student-id
               release sort-record
           end-if
           perform 2100-read-enrollment.

       3000-print-rosters.
           perform 3100-return-sorted
           perform 3200-roster-one-student
               until ws-sort-eof
           if not is-first-roster
               perform 3400-close-class
           end-if.

       3100-return-sorted.
           return sort-work
               at end set ws-sort-eof to true
           end-return.

       3200-roster-one-student.
           if is-first-roster
               move "N" to ws-first-roster
               perform 3300-open-class
           else
               if sr-course-id not = ws-prev-course
                       or sr-term not = ws-prev-term
                   perform 3400-close-class
                   perform 3300-open-class
               end-if
           end-if
           add 1 to ws-class-enrolled
           move spaces to sm-student-name
           move spaces to sm-program
           if ws-student-open
               move sr-student-id to sm-student-id
               read student-master
                   key is sm-student-id
               end-read
               if not student-ok
                   move "NOT ON STUDENT MASTER" to sm-student-name
                   move spaces to sm-program
               end-if
           end-if
           move spaces to roster-line
           string "  " ws-class-enrolled ". student " sr-student-id
               " " sm-student-name " program " sm-program
               delimited by size into roster-line
           write roster-line
           perform 3100-return-sorted.

       3300-open-class.
           add 1 to ws-classes
           move sr-course-id to ws-prev-course
           move sr-term to ws-prev-term
           move 0 to ws-class-enrolled
           move spaces to cc-course-name
           if ws-catalog-open
               move sr-course-id to cc-course-id
               read course-catalog
                   key is cc-course-id
               end-read
               if not catalog-ok
                   move spaces to cc-course-name
               end-if
           end-if
           move spaces to roster-line
           write roster-line
           move spaces to roster-line
           string "COURSE " sr-course-id " " cc-course-name
               " TERM " sr-term delimited by size
               into roster-line
           write roster-line.

      *The block closes on its head count against the seats, then
      *the waitlist in order, and leaves both counts in the table.
       3400-close-class.
           perform 3500-find-capacity
           if ws-cap-slot = 0 and ws-capacity-count < 200
               add 1 to ws-capacity-count
               move ws-capacity-count to ws-cap-slot
               set cap-idx to ws-cap-slot
               move ws-prev-course to ct-course-id (cap-idx)
               move ws-prev-term to ct-term (cap-idx)
               move 0 to ct-seats (cap-idx)
               move 0 to ct-waiting (cap-idx)
           end-if
           move spaces to roster-line
           if ws-cap-slot > 0
               set cap-idx to ws-cap-slot
               move ws-class-enrolled to ct-enrolled (cap-idx)
           end-if
           if ws-cap-slot > 0 and ct-seats (cap-idx) > 0
               string "  ENROLLED " ws-class-enrolled
                   " OF " ct-seats (cap-idx) " SEATS"
                   delimited by size into roster-line
           else
               string "  ENROLLED " ws-class-enrolled
                   " - NO SEAT LIMIT"
                   delimited by size into roster-line
           end-if
           write roster-line
           perform 3600-list-waitlist.

       3500-find-capacity.
           move 0 to ws-cap-slot
           move 1 to ws-capacity-scan
           perform 3510-check-one-capacity
               until ws-capacity-scan > ws-capacity-count
                   or ws-cap-slot > 0.

       3510-check-one-capacity.
           set cap-idx to ws-capacity-scan
           if ct-course-id (cap-idx) = ws-prev-course
                   and ct-term (cap-idx) = ws-prev-term
               move ws-capacity-scan to ws-cap-slot
           end-if
           add 1 to ws-capacity-scan.

       3600-list-waitlist.
           move 0 to ws-class-waiting
           move "N" to ws-wait-scan-flag
           if ws-waitlist-open
               move ws-prev-course to wl-course-id
               move ws-prev-term to wl-term
               move 0 to wl-seq
               start waitlist-file key is >= wl-key
               end-start
               if not waitlist-ok
                   set ws-wait-scan-done to true
               end-if
           else
               set ws-wait-scan-done to true
           end-if
           perform 3610-list-one-waiting
               until ws-wait-scan-done
           if ws-cap-slot > 0
               set cap-idx to ws-cap-slot
               move ws-class-waiting to ct-waiting (cap-idx)
           end-if.

       3610-list-one-waiting.
           read waitlist-file next record
               at end set waitlist-eof to true
           end-read
           if not waitlist-ok or wl-course-id not = ws-prev-course
                   or wl-term not = ws-prev-term
               set ws-wait-scan-done to true
           else
               add 1 to ws-class-waiting
               move spaces to sm-student-name
               if ws-student-open
                   move wl-student-id to sm-student-id
                   read student-master
                       key is sm-student-id
                   end-read
                   if not student-ok
                       move "NOT ON STUDENT MASTER" to sm-student-name
                   end-if
               end-if
               move spaces to roster-line
               string "  WAITLIST " ws-class-waiting ". student "
                   wl-student-id " " sm-student-name " since "
                   wl-date delimited by size into roster-line
               write roster-line
           end-if.

      *One line per course and term rostered or given seats - a
      *course with seats that drew nobody still prints, at zero.
       4000-print-utilization.
           move spaces to roster-line
           write roster-line
           move spaces to roster-line
           string "SEAT UTILIZATION" delimited by size
               into roster-line
           write roster-line
           move spaces to roster-line
           string "COURSE TERM  ENROLLED SEATS OPEN  UTIL% WAITLIST"
               delimited by size into roster-line
           write roster-line
           move 1 to ws-capacity-scan
           perform 4100-print-one-utilization
               until ws-capacity-scan > ws-capacity-count.

       4100-print-one-utilization.
           set cap-idx to ws-capacity-scan
           add ct-waiting (cap-idx) to ws-total-waiting
           move spaces to roster-line
           if ct-seats (cap-idx) > 0
               add ct-seats (cap-idx) to ws-total-seats
               add ct-enrolled (cap-idx) to ws-seats-filled
               move 0 to ws-open-seats
               if ct-enrolled (cap-idx) < ct-seats (cap-idx)
                   compute ws-open-seats = ct-seats (cap-idx)
                       - ct-enrolled (cap-idx)
               end-if
               compute ws-util-pct rounded =
                   ct-enrolled (cap-idx) * 100 / ct-seats (cap-idx)
               move ws-util-pct to ws-util-pct-out
               string ct-course-id (cap-idx) " " ct-term (cap-idx)
                   "   " ct-enrolled (cap-idx)
                   "    " ct-seats (cap-idx)
                   "   " ws-open-seats
                   "   " ws-util-pct-out
                   "    " ct-waiting (cap-idx)
                   delimited by size into roster-line
           else
               string ct-course-id (cap-idx) " " ct-term (cap-idx)
                   "   " ct-enrolled (cap-idx)
                   "    NO SEAT LIMIT"
                   delimited by size into roster-line
           end-if
           write roster-line
           add 1 to ws-capacity-scan.

       5000-wrapup.
           move spaces to roster-line
           write roster-line
           move spaces to roster-line
           string "CLASSES " ws-classes
               " ENROLLMENTS " ws-enrollments
               " WAITLISTED " ws-total-waiting
               delimited by size into roster-line
           write roster-line
           move spaces to roster-line
           if ws-total-seats > 0
               compute ws-util-pct rounded =
                   ws-seats-filled * 100 / ws-total-seats
               move ws-util-pct to ws-util-pct-out
               string "LIMITED SEATS " ws-total-seats
                   " FILLED " ws-seats-filled
                   " UTILIZATION " ws-util-pct-out "%"
                   delimited by size into roster-line
           else
               string "NO SEAT LIMITS ON FILE FOR THE TERM"
                   delimited by size into roster-line
           end-if
           write roster-line
           if ws-student-open
               close student-master
           end-if
           if ws-catalog-open
               close course-catalog
           end-if
           if ws-waitlist-open
               close waitlist-file
           end-if
           close roster-file.
