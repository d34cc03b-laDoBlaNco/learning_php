      *enrollment file - enroll and withdraw transactions, the
      *course validated against the CRSCAT catalog - that TRNSCPT
      *checks before a score can post at all.
      *
      *Modification history
      *February 2nd 2026   - ladoblanco prod - enroll checks the
      *  course's prerequisites off the COURSE-PREREQS file against
      *  the student's TRANSCRIPT-MASTER history: each required
      *  course must be on file with a grade that passes under the
      *  GRADEPOL policy ranges and is no lower than the minimum
      *  grade the prerequisite names. An unmet prerequisite rejects
      *  the enroll unless the transaction carries an instructor
      *  override id; overridden enrolls list on PREREQ-OVERRIDE.RPT
      *  for the academic office.
      *February 9th 2026   - ladoblanco prod - enroll holds a course
      *  and term to its seats on COURSE-CAPACITY; past capacity the
      *  student goes on the ordered WAITLIST file instead. A
      *  withdraw that frees a seat enrolls the first waitlisted
      *  student and prints a notice on WAITLIST-NOTICE.RPT; a
      *  withdraw for a student only on the waitlist takes them off
      *  it. An enroll for a student already in the course rejects.
      *February 23rd 2026  - ladoblanco prod - every withdraw that
      *  removes an enrollment logs the student, course, term and
      *  date to WITHDRAWAL.LOG, so TUITBILL can credit tuition back
      *  for withdrawals inside the term's refund window.
      *April 20th 2026     - ladoblanco prod - a prerequisite override
      *  goes on the override list only once the student is actually
      *  enrolled or waitlisted, not when the enroll is refused as a
      *  repeat.
       identification division.
       program-id. stumnt.
       author. ladoblanco prod.
               access mode is dynamic
               record key is cc-course-id
               file status is ws-catalog-status.
           select transcript-master assign to "transcript.dat"
               organization is indexed
               access mode is dynamic
               record key is tr-key
               file status is ws-transcript-status.
           select prereq-file assign to "course-prereqs.dat"
               organization is line sequential
               file status is ws-prereq-status.
           select policy-file assign to "grading-policy.dat"
               organization is line sequential
               file status is ws-policy-status.
           select capacity-file assign to "course-capacity.dat"
               organization is line sequential
               file status is ws-capacity-status.
           select waitlist-file assign to "waitlist.dat"
               organization is indexed
               access mode is dynamic
               record key is wl-key
               file status is ws-waitlist-status.
           select withdrawal-log assign to "withdrawal.log"
               organization is line sequential
               file status is ws-withdrawal-status.
           select student-trans assign to "student-trans.dat"
               organization is line sequential
               file status is ws-trans-status.
           select student-report assign to "stumnt.rpt"
               organization is line sequential
               file status is ws-report-status.
           select override-report assign to "prereq-override.rpt"
               organization is line sequential
               file status is ws-override-status.
           select notice-report assign to "waitlist-notice.rpt"
               organization is line sequential
               file status is ws-notice-status.
       data division.
       file section.
       fd student-master.
               03 en-term pic 9(5).
       fd course-catalog.
       copy crscat.
       fd transcript-master.
       copy transcript.
      *One line per prerequisite: the course being enrolled in, a
      *course that must already be on the transcript, and the
      *lowest letter grade in it that still qualifies - blank takes
      *any grade the policy passes.
       fd prereq-file.
       01 prereq-record.
           02 pr-course-id pic x(6).
           02 pr-required-id pic x(6).
           02 pr-min-grade pic x.
       fd policy-file.
       01 policy-record.
           02 policy-low pic x.
           02 policy-high pic x.
       fd capacity-file.
       copy crscap.
       fd waitlist-file.
       copy waitlst.
       fd student-trans.
       01 student-trans-record.
           02 st-code pic x.
      *Course and term, on the enroll and withdraw transactions.
           02 st-course-id pic x(6).
           02 st-term pic 9(5).
      *Instructor override id, on an enroll that is to go through
      *with a prerequisite unmet.
           02 st-override-id pic x(8).
       fd withdrawal-log.
       copy withdrl.
       fd student-report.
       01 report-line pic x(80).
       fd override-report.
       01 override-line pic x(80).
       fd notice-report.
       01 notice-line pic x(80).
       working-storage section.
       01 ws-master-status pic xx value spaces.
           88 master-ok value "00".
       01 ws-enroll-status pic xx value spaces.
           88 enroll-ok value "00".
           88 enroll-not-found value "23".
           88 enroll-eof value "10".
       01 ws-catalog-status pic xx value spaces.
           88 catalog-ok value "00".
       01 ws-transcript-status pic xx value spaces.
           88 transcript-ok value "00".
       01 ws-prereq-status pic xx value spaces.
           88 prereq-ok value "00".
           88 prereq-eof value "10".
       01 ws-policy-status pic xx value spaces.
           88 policy-ok value "00".
           88 policy-eof value "10".
       01 ws-trans-status pic xx value spaces.
           88 trans-ok value "00".
           88 trans-eof value "10".
       01 ws-report-status pic xx value spaces.
       01 ws-override-status pic xx value spaces.
       01 ws-notice-status pic xx value spaces.
       01 ws-withdrawal-status pic xx value spaces.
       01 ws-capacity-status pic xx value spaces.
           88 capacity-ok value "00".
           88 capacity-eof value "10".
       01 ws-waitlist-status pic xx value spaces.
           88 waitlist-ok value "00".
           88 waitlist-eof value "10".
       01 ws-today pic 9(8) value zeroes.
      *Seats per course and term, with the enrolled and waiting
      *counts tallied off the files at start-up and kept current as
      *the transactions post. WL-SEQ runs on from the highest
      *number already on the waitlist.
       01 capacity-table.
           02 capacity-entry occurs 200 times
                   indexed by cap-idx.
               03 ct-course-id pic x(6).
               03 ct-term pic 9(5).
               03 ct-seats pic 9(3).
               03 ct-enrolled pic 9(3).
               03 ct-waiting pic 9(3).
               03 ct-last-seq pic 9(5).
       01 ws-capacity-count pic 9(3) value 0.
       01 ws-capacity-scan pic 9(3) value 0.
      *Slot of the transaction's course and term in the table, zero
      *when the course has no seat limit that term.
       01 ws-cap-slot pic 9(3) value 0.
       01 ws-wait-scan-flag pic x value "N".
           88 ws-wait-scan-done value "Y".
       01 ws-on-waitlist-flag pic x value "N".
           88 ws-on-waitlist value "Y".
       01 ws-promote-flag pic x value "N".
           88 ws-promote-done value "Y".
       01 ws-wait-position pic 9(3) value 0.
      *No transcript file yet means no history - every prerequisite
      *reads as unmet.
       01 ws-transcript-open-flag pic x value "N".
           88 ws-transcript-open value "Y".
      *Grading-policy table, loaded fresh from the policy file every
      *run, the same ranges GRADEPOL classifies against.
       01 grading-policy-table.
           02 policy-range occurs 10 times
                   indexed by policy-idx.
               03 pt-low pic x.
               03 pt-high pic x.
       01 ws-policy-count pic 99 value 0.
       01 ws-policy-scanning-idx pic 99 value 0.
       01 ws-pass-flag pic x.
           88 ws-is-passing value "Y".
           88 ws-is-failing value "N".
      *The whole prerequisite file in storage.
       01 prereq-table.
           02 prereq-entry occurs 200 times
                   indexed by prereq-idx.
               03 pq-course-id pic x(6).
               03 pq-required-id pic x(6).
               03 pq-min-grade pic x.
       01 ws-prereq-count pic 9(3) value 0.
       01 ws-prereq-scan pic 9(3) value 0.
      *Per enroll: how many prerequisites fell short, and the first
      *one that did, for the reject or override line.
       01 ws-unmet-count pic 9(3) value 0.
       01 ws-override-pending-flag pic x value "N".
           88 ws-override-pending value "Y".
       01 ws-unmet-course pic x(6) value spaces.
       01 ws-unmet-reason pic x(12) value spaces.
       01 ws-check-reason pic x(12) value spaces.
       01 ws-counts.
           02 ws-adds pic 9(5) value 0.
           02 ws-changes pic 9(5) value 0.
           02 ws-enrolls pic 9(5) value 0.
           02 ws-withdrawals pic 9(5) value 0.
           02 ws-rejects pic 9(5) value 0.
           02 ws-overrides pic 9(5) value 0.
           02 ws-waitlisted pic 9(5) value 0.
           02 ws-promotions pic 9(5) value 0.
       procedure division.
       0000-main.
           perform 1000-initialize
               move "10" to ws-trans-status
               move 16 to return-code
           end-if
           open input transcript-master
           if transcript-ok
               set ws-transcript-open to true
           end-if
           perform 1200-load-grading-policy
           perform 1300-load-prereqs
           open i-o waitlist-file
           if ws-waitlist-status = "35"
               open output waitlist-file
               close waitlist-file
               open i-o waitlist-file
           end-if
           if not waitlist-ok
               display "stumnt: waitlist open failed, status "
                   ws-waitlist-status
               move "10" to ws-trans-status
               move 16 to return-code
           end-if
           accept ws-today from date yyyymmdd
           perform 1400-load-capacity
           open extend withdrawal-log
           if ws-withdrawal-status = "35"
               open output withdrawal-log
           end-if
           open input student-trans
           open output student-report
           open output override-report
           move spaces to override-line
           string "PREREQUISITE OVERRIDES" delimited by size
               into override-line
           write override-line
           open output notice-report
           move spaces to notice-line
           string "WAITLIST PROMOTION NOTICES" delimited by size
               into notice-line
           write notice-line
           move spaces to report-line
           string "STUDENT MASTER MAINTENANCE" delimited by size
               into report-line
               at end set trans-eof to true
           end-read.

       1200-load-grading-policy.
           open input policy-file
           if policy-ok
               perform 1210-read-policy
               perform 1220-store-policy
                   until policy-eof
               close policy-file
           end-if.

       1210-read-policy.
           read policy-file
               at end set policy-eof to true
           end-read.

       1220-store-policy.
           if ws-policy-count < 10
               add 1 to ws-policy-count
               set policy-idx to ws-policy-count
               move policy-low to pt-low (policy-idx)
               move policy-high to pt-high (policy-idx)
           end-if
           perform 1210-read-policy.

      *No prerequisite file means no course has any prerequisites.
       1300-load-prereqs.
           open input prereq-file
           if prereq-ok
               perform 1310-read-prereq
               perform 1320-store-prereq
                   until prereq-eof
               close prereq-file
           end-if.

       1310-read-prereq.
           read prereq-file
               at end set prereq-eof to true
           end-read.

       1320-store-prereq.
           if pr-course-id not = spaces and ws-prereq-count < 200
               add 1 to ws-prereq-count
               set prereq-idx to ws-prereq-count
               move pr-course-id to pq-course-id (prereq-idx)
               move pr-required-id to pq-required-id (prereq-idx)
               move pr-min-grade to pq-min-grade (prereq-idx)
           end-if
           perform 1310-read-prereq.

      *No capacity file means no course has a seat limit. The
      *enrollment and waitlist files are walked once each to set the
      *counts the run starts from.
       1400-load-capacity.
           open input capacity-file
           if capacity-ok
               perform 1410-read-capacity
               perform 1420-store-capacity
                   until capacity-eof
               close capacity-file
           end-if
           if ws-capacity-count > 0 and enroll-ok
               perform 1430-read-next-enrollment
               perform 1440-tally-enrollment
                   until not enroll-ok
           end-if
           if ws-capacity-count > 0 and waitlist-ok
               perform 1450-read-next-waitlist
               perform 1460-tally-waitlist
                   until not waitlist-ok
           end-if
           move "00" to ws-enroll-status
           move "00" to ws-waitlist-status.

       1410-read-capacity.
           read capacity-file
               at end set capacity-eof to true
           end-read.

       1420-store-capacity.
           if cap-course-id not = spaces and cap-seats is numeric
                   and ws-capacity-count < 200
               add 1 to ws-capacity-count
               set cap-idx to ws-capacity-count
               move cap-course-id to ct-course-id (cap-idx)
               move cap-term to ct-term (cap-idx)
               move cap-seats to ct-seats (cap-idx)
               move 0 to ct-enrolled (cap-idx)
               move 0 to ct-waiting (cap-idx)
               move 0 to ct-last-seq (cap-idx)
           end-if
           perform 1410-read-capacity.

       1430-read-next-enrollment.
           read enrollment-file next record
               at end set enroll-eof to true
           end-read.

       1440-tally-enrollment.
           move en-course-id to st-course-id
           move en-term to st-term
           perform 2700-find-capacity
           if ws-cap-slot > 0
               set cap-idx to ws-cap-slot
               add 1 to ct-enrolled (cap-idx)
           end-if
           perform 1430-read-next-enrollment.

       1450-read-next-waitlist.
           read waitlist-file next record
               at end set waitlist-eof to true
           end-read.

       1460-tally-waitlist.
           move wl-course-id to st-course-id
           move wl-term to st-term
           perform 2700-find-capacity
           if ws-cap-slot > 0
               set cap-idx to ws-cap-slot
               add 1 to ct-waiting (cap-idx)
               if wl-seq > ct-last-seq (cap-idx)
                   move wl-seq to ct-last-seq (cap-idx)
               end-if
           end-if
           perform 1450-read-next-waitlist.

       2000-process-transaction.
           evaluate true
               when st-add
           end-evaluate.

       2510-enroll-checked-student.
           move "N" to ws-override-pending-flag
           move st-course-id to cc-course-id
           read course-catalog
               key is cc-course-id
                   delimited by size into report-line
               write report-line
           else
               perform 2520-check-prereqs
               evaluate true
                   when ws-unmet-count = 0
                       perform 2570-seat-or-waitlist
                   when st-override-id not = spaces
                       set ws-override-pending to true
                       perform 2570-seat-or-waitlist
                   when other
                       add 1 to ws-rejects
                       move spaces to report-line
                       string "REJECTED - enroll, student "
                           st-student-id " course " st-course-id
                           " prereq " ws-unmet-course " "
                           ws-unmet-reason delimited by size
                           into report-line
                       write report-line
               end-evaluate
           end-if.

      *Every prerequisite line for the course is checked, so the
      *count says how far short the student is.
       2520-check-prereqs.
           move 0 to ws-unmet-count
           move spaces to ws-unmet-course
           move spaces to ws-unmet-reason
           move 1 to ws-prereq-scan
           perform 2530-check-one-prereq
               until ws-prereq-scan > ws-prereq-count.

      *Letter grades run A best, so a grade is no lower than the
      *minimum when it does not collate after it.
       2530-check-one-prereq.
           set prereq-idx to ws-prereq-scan
           if pq-course-id (prereq-idx) = st-course-id
               move "N" to ws-pass-flag
               move "not taken" to ws-check-reason
               if ws-transcript-open
                   move st-student-id to tr-student-id
                   move pq-required-id (prereq-idx) to tr-course-id
                   read transcript-master
                       key is tr-key
                   end-read
                   if transcript-ok
                       move "grade " to ws-check-reason
                       move tr-letter-grade to ws-check-reason (7:1)
                       perform 2540-check-passing
                       if ws-is-passing
                               and pq-min-grade (prereq-idx)
                                   not = space
                               and tr-letter-grade
                                   > pq-min-grade (prereq-idx)
                           set ws-is-failing to true
                       end-if
                   end-if
               end-if
               if ws-is-failing
                   add 1 to ws-unmet-count
                   if ws-unmet-count = 1
                       move pq-required-id (prereq-idx)
                           to ws-unmet-course
                       move ws-check-reason to ws-unmet-reason
                   end-if
               end-if
           end-if
           add 1 to ws-prereq-scan.

      *Same range walk GRADEPOL runs, against the transcript grade.
       2540-check-passing.
           set ws-is-failing to true
           move 1 to ws-policy-scanning-idx
           perform 2545-scan-one-range
               until ws-policy-scanning-idx > ws-policy-count
                   or ws-is-passing.

       2545-scan-one-range.
           set policy-idx to ws-policy-scanning-idx
           if tr-letter-grade >= pt-low (policy-idx)
                   and tr-letter-grade <= pt-high (policy-idx)
               set ws-is-passing to true
           end-if
           add 1 to ws-policy-scanning-idx.

       2550-write-enrollment.
           move st-student-id to en-student-id
           move st-course-id to en-course-id
           move st-term to en-term
           write enrollment-record
               invalid key continue
           end-write
           add 1 to ws-enrolls
           move spaces to report-line
           string "ENROLLED  student " st-student-id
               " course " st-course-id
               " term " st-term delimited by size
               into report-line
           write report-line
           if enroll-ok and ws-override-pending
               perform 2560-list-override
           end-if.

      *The academic office's list: who was let in short of what,
      *and on whose say-so - written once the enrollment or the
      *waitlist place has actually been recorded.
       2560-list-override.
           add 1 to ws-overrides
           move spaces to report-line
           string "OVERRIDE  student " st-student-id
               " course " st-course-id " by " st-override-id
               delimited by size into report-line
           write report-line
           move spaces to override-line
           string "student " st-student-id " course " st-course-id
               " term " st-term " by " st-override-id
               " prereq " ws-unmet-course " " ws-unmet-reason
               delimited by size into override-line
           write override-line.

      *A student already in the course is refused before the seat
      *count is looked at, so a repeated enroll cannot land them on
      *the waitlist for a course they sit in.
       2570-seat-or-waitlist.
           move st-student-id to en-student-id
           move st-course-id to en-course-id
           move st-term to en-term
           read enrollment-file
               key is en-key
           end-read
           perform 2700-find-capacity
           if ws-cap-slot > 0
               set cap-idx to ws-cap-slot
           end-if
           evaluate true
               when enroll-ok
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED - enroll, student "
                       st-student-id " already in " st-course-id
                       " term " st-term delimited by size
                       into report-line
                   write report-line
               when ws-cap-slot = 0
                   perform 2550-write-enrollment
               when ct-enrolled (cap-idx) < ct-seats (cap-idx)
                   perform 2550-write-enrollment
                   add 1 to ct-enrolled (cap-idx)
               when other
                   perform 2580-add-to-waitlist
           end-evaluate.

       2580-add-to-waitlist.
           perform 2750-find-on-waitlist
           if ws-on-waitlist
               add 1 to ws-rejects
               move spaces to report-line
               string "REJECTED - enroll, student "
                   st-student-id " already waitlisted "
                   st-course-id " term " st-term
                   delimited by size into report-line
               write report-line
           else
               add 1 to ct-last-seq (cap-idx)
               move st-course-id to wl-course-id
               move st-term to wl-term
               move ct-last-seq (cap-idx) to wl-seq
               move st-student-id to wl-student-id
               move ws-today to wl-date
               write waitlist-record
                   invalid key continue
               end-write
               add 1 to ct-waiting (cap-idx)
               add 1 to ws-waitlisted
               move spaces to report-line
               string "WAITLISTED student " st-student-id
                   " course " st-course-id " term " st-term
                   " full - position " ct-waiting (cap-idx)
                   delimited by size into report-line
               write report-line
               if waitlist-ok and ws-override-pending
                   perform 2560-list-override
               end-if
           end-if.

       2600-withdraw-student.
           read enrollment-file
               key is en-key
           end-read
           perform 2700-find-capacity
           if ws-cap-slot > 0
               set cap-idx to ws-cap-slot
           end-if
           if enroll-ok
               delete enrollment-file record
               add 1 to ws-withdrawals
               move st-student-id to wd-student-id
               move st-course-id to wd-course-id
               move st-term to wd-term
               move ws-today to wd-date
               write withdrawal-record
               move spaces to report-line
               string "WITHDRAWN student " st-student-id
                   " course " st-course-id
                   " term " st-term delimited by size
                   into report-line
               write report-line
               if ws-cap-slot > 0
                   if ct-enrolled (cap-idx) > 0
                       subtract 1 from ct-enrolled (cap-idx)
                   end-if
                   move "N" to ws-promote-flag
                   perform 2620-promote-waitlisted
                       until ws-promote-done
               end-if
           else
               perform 2610-withdraw-from-waitlist
           end-if.

       2610-withdraw-from-waitlist.
           move "N" to ws-on-waitlist-flag
           if ws-cap-slot > 0
               perform 2750-find-on-waitlist
           end-if
           if ws-on-waitlist
               delete waitlist-file record
               subtract 1 from ct-waiting (cap-idx)
               add 1 to ws-withdrawals
               move spaces to report-line
               string "WITHDRAWN student " st-student-id
                   " course " st-course-id
                   " term " st-term " from waitlist"
                   delimited by size into report-line
               write report-line
           else
               add 1 to ws-rejects
               move spaces to report-line
               write report-line
           end-if.

      *The freed seat goes to the first student on the waitlist for
      *the course and term. One who turns out to be enrolled
      *already comes off the list and the next one is tried.
       2620-promote-waitlisted.
           set ws-promote-done to true
           if ct-waiting (cap-idx) > 0
                   and ct-enrolled (cap-idx) < ct-seats (cap-idx)
               move st-course-id to wl-course-id
               move st-term to wl-term
               move 0 to wl-seq
               start waitlist-file key is >= wl-key
               end-start
               if waitlist-ok
                   perform 1450-read-next-waitlist
               end-if
               if waitlist-ok and wl-course-id = st-course-id
                       and wl-term = st-term
                   perform 2630-seat-waitlisted
               end-if
           end-if.

       2630-seat-waitlisted.
           delete waitlist-file record
           subtract 1 from ct-waiting (cap-idx)
           move wl-student-id to en-student-id
           move st-course-id to en-course-id
           move st-term to en-term
           write enrollment-record
               invalid key continue
           end-write
           if enroll-ok
               add 1 to ct-enrolled (cap-idx)
               add 1 to ws-enrolls
               add 1 to ws-promotions
               move spaces to report-line
               string "PROMOTED  student " wl-student-id
                   " course " st-course-id " term " st-term
                   " off waitlist" delimited by size
                   into report-line
               write report-line
               perform 2640-print-notice
           else
               move "N" to ws-promote-flag
           end-if.

       2640-print-notice.
           move wl-student-id to sm-student-id
           read student-master
               key is sm-student-id
           end-read
           if not master-ok
               move spaces to sm-student-name
           end-if
           move spaces to notice-line
           string "student " wl-student-id " " sm-student-name
               " now enrolled in " st-course-id " term " st-term
               " waitlisted " wl-date delimited by size
               into notice-line
           write notice-line.

       2700-find-capacity.
           move 0 to ws-cap-slot
           move 1 to ws-capacity-scan
           perform 2710-check-one-capacity
               until ws-capacity-scan > ws-capacity-count
                   or ws-cap-slot > 0.

       2710-check-one-capacity.
           set cap-idx to ws-capacity-scan
           if ct-course-id (cap-idx) = st-course-id
                   and ct-term (cap-idx) = st-term
               move ws-capacity-scan to ws-cap-slot
           end-if
           add 1 to ws-capacity-scan.

      *Reads forward through the course and term's waitlist for the
      *transaction's student; found, the record is left current.
       2750-find-on-waitlist.
           move "N" to ws-on-waitlist-flag
           move "N" to ws-wait-scan-flag
           move st-course-id to wl-course-id
           move st-term to wl-term
           move 0 to wl-seq
           start waitlist-file key is >= wl-key
           end-start
           if not waitlist-ok
               set ws-wait-scan-done to true
           end-if
           perform 2760-check-one-waiting
               until ws-wait-scan-done.

       2760-check-one-waiting.
           perform 1450-read-next-waitlist
           if not waitlist-ok or wl-course-id not = st-course-id
                   or wl-term not = st-term
               set ws-wait-scan-done to true
           else
               if wl-student-id = st-student-id
                   set ws-on-waitlist to true
                   set ws-wait-scan-done to true
               end-if
           end-if.

       2900-reject-not-found.
           add 1 to ws-rejects
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "Inquiries " ws-inquiries
               " Rejects " ws-rejects
               " Prereq overrides " ws-overrides delimited by size
               into report-line
           write report-line
           move spaces to report-line
           string "Waitlisted " ws-waitlisted
               " Promoted off waitlist " ws-promotions
               delimited by size into report-line
           write report-line
           move spaces to notice-line
           string "Promotions " ws-promotions delimited by size
               into notice-line
           write notice-line
           move spaces to override-line
           string "Overrides " ws-overrides delimited by size
               into override-line
           write override-line
           close student-master
           close enrollment-file
           close waitlist-file
           close withdrawal-log
           close course-catalog
           if ws-transcript-open
               close transcript-master
           end-if
           close student-trans
           close student-report
           close override-report
           close notice-report.
