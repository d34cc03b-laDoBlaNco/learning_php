      *transcript master, groups every course under its term, prints
      *grade and credit hours with a term GPA per term and the
      *cumulative GPA at the bottom, under a proper document heading.
      *
      *Modification history
      *February 23rd 2026  - ladoblanco prod - a student TUITBILL
      *  has on financial hold is refused - no document prints until
      *  the balance is paid and the hold comes off. An I
      *  (incomplete) prints but carries no hours into the term or
      *  cumulative GPA, the way TRNSCPT computes them.
       identification division.
       program-id. trnsdoc.
       author. ladoblanco prod.
           select document-request assign to "transcript-request.dat"
               organization is line sequential
               file status is ws-request-status.
           select student-account assign to "student-account.dat"
               organization is indexed
               access mode is dynamic
               record key is sa-student-id
               file status is ws-account-status.
           select document-print assign to "trnsdoc.rpt"
               organization is line sequential
               file status is ws-print-status.
       fd document-request.
       01 request-record.
           02 rq-student-id pic 9(3).
       fd student-account.
       copy stuacct.
       fd document-print.
       01 print-line pic x(80).
       working-storage section.
       01 ws-request-status pic xx value spaces.
           88 request-eof value "10".
       01 ws-print-status pic xx value spaces.
       01 ws-account-status pic xx value spaces.
           88 account-ok value "00".
      *No account file on disk means nobody is on hold.
       01 ws-account-open-flag pic x value "N".
           88 ws-account-open value "Y".
       01 ws-refused pic 9(5) value 0.
      *GPA equivalence table, the same external scale TRNSCPT loads.
       01 gpa-scale-table.
           02 gpa-entry occurs 10 times
               display "trnsdoc: master open failed, status "
                   ws-master-status
           end-if
           open input student-account
           if account-ok
               set ws-account-open to true
           end-if
           open input document-request
           open output document-print
           perform 1600-read-request.

       2000-print-one-document.
           move rq-student-id to ws-request-student
           move "N" to sa-hold-flag
           if ws-account-open
               move rq-student-id to sa-student-id
               read student-account
                   key is sa-student-id
               end-read
               if not account-ok
                   move "N" to sa-hold-flag
               end-if
           end-if
           if sa-on-hold
               add 1 to ws-refused
               move spaces to print-line
               string "STUDENT " ws-request-student
                   " ON FINANCIAL HOLD - TRANSCRIPT WITHHELD"
                   delimited by size into print-line
               write print-line
           else
               perform 2050-print-found-document
           end-if
           perform 1600-read-request.

       2050-print-found-document.
           perform 2100-gather-student-courses
           if ws-course-count = 0
               move spaces to print-line
               perform 2400-print-next-term
                   until not ws-term-found
               perform 2700-print-cumulative
           end-if.

       2100-gather-student-courses.
           move 0 to ws-course-count
                   " GRADE " te-letter-grade (course-idx)
                   delimited by size into print-line
               write print-line
               if te-letter-grade (course-idx) not = "I"
                   add te-credit-hrs (course-idx)
                       to ws-term-credit-hrs ws-cum-credit-hrs
                   compute ws-term-quality-points =
                       ws-term-quality-points
                       + ws-course-points
                       * te-credit-hrs (course-idx)
                   compute ws-cum-quality-points =
                       ws-cum-quality-points
                       + ws-course-points
                       * te-credit-hrs (course-idx)
               end-if
           end-if.

       2510-classify-course-grade.
           write print-line
           move spaces to print-line
           string "TRANSCRIPTS PRINTED " ws-documents
               " REFUSED ON HOLD " ws-refused
               delimited by size into print-line
           write print-line
           close transcript-master
           if ws-account-open
               close student-account
           end-if
           close document-request
           close document-print.
