      *One-time conversion for the employee master growing past the
      *layout the July 2025 PAYCNV run left it in: the SSN arrived
      *for the W-2 submission file. The master is indexed, so the
      *existing records don't read under the grown layout the way a
      *line-sequential file's short records would - this reads the
      *file as PAYCNV wrote it and writes every record back out
      *under the shared employee copybook, the new fields starting
      *empty (zero SSN, which EMPMNT and the W-2 run both treat as
      *not yet keyed). The new file lands beside the old one
      *(employee-master-new.dat) and operations swaps the names in
      *once the counts on the report check out - the old file is
      *never touched, so the conversion can be rerun if anything
      *looks wrong. The same shape as PAYCNV before it.
      *
      *Modification history
      *August 25th 2025    - ladoblanco prod - the department code
      *  joined the SSN in the grown layout; it starts as spaces,
      *  the unassigned department.
      *September 1st 2025  - ladoblanco prod - the termination fields
      *  behind the department start empty: no term date, nothing
      *  owed on a final check.
       identification division.
       program-id. empcnv.
       author. ladoblanco prod.
       date-written. August 18th 2025.
       environment division.
       input-output section.
       file-control.
           select old-employee-master
               assign to "employee-master.dat"
               organization is indexed
               access mode is sequential
               record key is old-em-emp-id
               file status is ws-old-status.
           select new-employee-master
               assign to "employee-master-new.dat"
               organization is indexed
               access mode is sequential
               record key is em-emp-id
               file status is ws-new-status.
           select convert-report assign to "empcnv.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
      *The employee master as PAYCNV left it in July 2025.
       fd old-employee-master.
       01 old-employee.
           02 old-em-emp-id pic 9(3).
           02 old-em-emp-name pic x(20).
           02 old-em-currency-code pic xxx.
           02 old-em-hire-date pic 9(8).
           02 old-em-pay-status pic x.
           02 old-em-pay-rate pic 9(3)v99.
           02 old-em-routing pic 9(9).
           02 old-em-account pic x(12).
           02 old-em-work-state pic xx.
           02 old-em-rate-eff-date pic 9(8).
           02 old-em-prior-rate pic 9(3)v99.
           02 old-em-retro-flag pic x.
           02 old-em-leave-balance pic s9(3)v99.
       fd new-employee-master.
       copy employee.
       fd convert-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-old-status pic xx value spaces.
           88 old-ok value "00".
           88 old-eof value "10".
       01 ws-new-status pic xx value spaces.
           88 new-ok value "00".
       01 ws-report-status pic xx value spaces.
       01 ws-converted pic 9(5) value 0.
       procedure division.
       0000-main.
           open output convert-report
           move spaces to report-line
           string "EMPLOYEE MASTER CONVERSION" delimited by size
               into report-line
           write report-line
           perform 1000-convert-employee-master
           perform 3000-wrapup
           stop run.

      *A master that won't open (or doesn't exist - a shop that
      *never ran payroll) is reported and skipped, never looped on.
       1000-convert-employee-master.
           open input old-employee-master
           if not old-ok
               move spaces to report-line
               string "EMPLOYEE MASTER NOT CONVERTED - open "
                   "status " ws-old-status
                   delimited by size into report-line
               write report-line
           else
               open output new-employee-master
               if not new-ok
                   display "empcnv: new employee master open "
                       "failed, status " ws-new-status
                   close old-employee-master
               else
                   perform 1100-read-old-employee
                   perform 1200-convert-one-employee
                       until old-eof
                   close old-employee-master
                   close new-employee-master
                   move spaces to report-line
                   string "EMPLOYEES CONVERTED " ws-converted
                       delimited by size into report-line
                   write report-line
               end-if
           end-if.

       1100-read-old-employee.
           read old-employee-master next record
               at end set old-eof to true
           end-read.

      *Everything PAYCNV carried moves across as it stood; the
      *fields that grew since start the way every record behaved
      *before they existed.
       1200-convert-one-employee.
           move old-em-emp-id to em-emp-id
           move old-em-emp-name to em-emp-name
           move old-em-currency-code to em-currency-code
           move old-em-hire-date to em-hire-date
           move old-em-pay-status to em-pay-status
           move old-em-pay-rate to em-pay-rate
           move old-em-routing to em-routing
           move old-em-account to em-account
           move old-em-work-state to em-work-state
           move old-em-rate-eff-date to em-rate-eff-date
           move old-em-prior-rate to em-prior-rate
           move old-em-retro-flag to em-retro-flag
           move old-em-leave-balance to em-leave-balance
           move zeroes to em-ssnum
           move spaces to em-department
           move 0 to em-term-date
           move spaces to em-term-reason
           move space to em-final-pay
           move space to em-final-check
           write employee
           add 1 to ws-converted
           perform 1100-read-old-employee.

       3000-wrapup.
           move spaces to report-line
           string "SWAP THE -NEW FILE IN ONCE THE COUNT CHECKS"
               delimited by size into report-line
           write report-line
           close convert-report.
