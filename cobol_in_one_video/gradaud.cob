      *file, hours and cumulative GPA compute the way TRNSCPT
      *computes them, and the determination prints plainly -
      *ELIGIBLE or NOT ELIGIBLE, with what is missing listed.
      *
      *Modification history
      *February 16th 2026  - ladoblanco prod - an I (incomplete) on
      *  the transcript carries no hours into the cumulative figures,
      *  the way TRNSCPT now computes them, and ticks no requirement.
      *February 23rd 2026  - ladoblanco prod - a candidate TUITBILL
      *  has on financial hold is refused, not audited, until the
      *  balance is paid and the hold comes off.
       identification division.
       program-id. gradaud.
       author. ladoblanco prod.
           select audit-request assign to "gradaud-request.dat"
               organization is line sequential
               file status is ws-request-status.
           select student-account assign to "student-account.dat"
               organization is indexed
               access mode is dynamic
               record key is sa-student-id
               file status is ws-account-status.
           select audit-report assign to "gradaud.rpt"
               organization is line sequential
               file status is ws-report-status.
       fd audit-request.
       01 request-record.
           02 rq-student-id pic 9(3).
       fd student-account.
       copy stuacct.
       fd audit-report.
       01 report-line pic x(80).
       working-storage section.
           88 request-ok value "00".
           88 request-eof value "10".
       01 ws-report-status pic xx value spaces.
       01 ws-account-status pic xx value spaces.
           88 account-ok value "00".
      *No account file on disk means nobody is on hold.
       01 ws-account-open-flag pic x value "N".
           88 ws-account-open value "Y".
      *GPA equivalence table, the same external scale TRNSCPT loads.
       01 gpa-scale-table.
           02 gpa-entry occurs 10 times
           02 ws-candidates pic 9(5) value 0.
           02 ws-eligible pic 9(5) value 0.
           02 ws-not-eligible pic 9(5) value 0.
           02 ws-refused pic 9(5) value 0.
      *The candidate's figures off the transcript walk.
       01 ws-cum-credit-hrs pic 999v9 value 0.
       01 ws-cum-quality-points pic 9999v9 value 0.
           write report-line
           perform 1100-load-gpa-scale
           perform 1200-load-requirements
           open input student-account
           if account-ok
               set ws-account-open to true
           end-if
           open input student-master
           if not student-ok
               display "gradaud: student master open failed, "
                   delimited by size into report-line
               write report-line
           else
               perform 2050-check-financial-hold
               if sa-on-hold
                   add 1 to ws-refused
                   move spaces to report-line
                   string "STUDENT " rq-student-id
                       " ON FINANCIAL HOLD - NOT AUDITED"
                       delimited by size into report-line
                   write report-line
               else
                   perform 2100-audit-found-candidate
               end-if
           end-if
           perform 1300-read-request.

       2050-check-financial-hold.
           move "N" to sa-hold-flag
           if ws-account-open
               move rq-student-id to sa-student-id
               read student-account
                   key is sa-student-id
               end-read
               if not account-ok
                   move "N" to sa-hold-flag
               end-if
           end-if.

       2100-audit-found-candidate.
           move spaces to report-line
           write report-line
           perform 2330-classify-grade
           compute ws-course-quality-points =
               ws-course-points * tr-credit-hrs
           if tr-letter-grade not = "I"
               add tr-credit-hrs to ws-cum-credit-hrs
               add ws-course-quality-points to ws-cum-quality-points
           end-if
           if ws-course-points > 0
               perform 2340-tick-requirement
           end-if
           string "CANDIDATES " ws-candidates
               " ELIGIBLE " ws-eligible
               " NOT ELIGIBLE " ws-not-eligible
               " ON HOLD " ws-refused
               delimited by size into report-line
           write report-line
           if ws-account-open
               close student-account
           end-if
           close student-master
           close transcript-master
           close audit-request
