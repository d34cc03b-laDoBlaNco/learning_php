      *  (work state, effective-dated rates, leave balance) - an
      *  indexed file doesn't read short records the way the
      *  line-sequential feeds do.
      *August 18th 2025    - ladoblanco prod - the master carries
      *  the employee's SSN now, keyed on add and change and edited
      *  through the same SSNVAL check the customer side uses - an
      *  SSN that fails the edit rejects the transaction. An add
      *  with no SSN still goes on (payroll can't wait on the
      *  paperwork) but says so on the report, because the W-2
      *  submission file can't carry the employee until it's keyed.
      *  Inquiries show the last four only. Existing files rebuild
      *  once through the new EMPCNV converter.
      *August 25th 2025    - ladoblanco prod - the master carries
      *  the employee's department now, keyed on add and change and
      *  edited against the PAYROLL-DEPTS.DAT department file the
      *  payroll GL feed splits by - a department not on the file
      *  rejects the transaction. Blank leaves the employee
      *  unassigned on an add and the master's value alone on a
      *  change. Inquiries show it.
      *September 1st 2025  - ladoblanco prod - a new "T" transaction
      *  terminates an employee: the termination date (today when
      *  the transaction carries none) and reason go on the master,
      *  the status goes to T so no regular payroll run pays them
      *  again, and the final paycheck is flagged owed for
      *  PAYREG's final-pay run - on paper when the transaction
      *  asks for a printed check. Deactivate stays what it was, a
      *  hold on pay, not a separation.
      *April 6th 2026      - ladoblanco prod - a deactivate on a
      *  terminated employee whose final pay is still owed rejects -
      *  the "I" would hide them from the final-pay run.
       identification division.
       program-id. empmnt.
       author. ladoblanco prod.
           select employee-report assign to "empmnt.rpt"
               organization is line sequential
               file status is ws-report-status.
           select payroll-depts assign to "payroll-depts.dat"
               organization is line sequential
               file status is ws-dept-status.
       data division.
       file section.
       fd employee-master.
               88 et-deactivate value "D".
               88 et-inquire value "I".
               88 et-leave-taken value "L".
               88 et-terminate value "T".
           02 et-emp-id pic 9(3).
           02 et-emp-name pic x(20).
           02 et-currency-code pic xxx.
           02 et-rate-eff-date pic 9(8).
      *Hours of leave taken, on an "L" transaction only.
           02 et-leave-hours pic 99v9.
      *SSN on an add or change - blank on a change leaves the
      *master's value alone.
           02 et-ssnum.
               03 et-ssarea pic 999.
               03 et-ssgroup pic 99.
               03 et-ssserial pic 9999.
      *Department on an add or change - blank on a change leaves
      *the master's value alone.
           02 et-department pic x(4).
      *Termination date and reason on a "T" transaction, and Y when
      *the final pay must be a printed check.
           02 et-term-date pic 9(8).
           02 et-term-reason pic x(20).
           02 et-final-check pic x.
       fd employee-report.
       01 report-line pic x(80).
       fd payroll-depts.
       copy paydept.
       working-storage section.
       01 ws-master-status pic xx value spaces.
           88 master-ok value "00".
           88 trans-eof value "10".
       01 ws-report-status pic xx value spaces.
       01 ws-today pic 9(8) value zeroes.
      *SSNVAL's answer on the transaction's SSN.
       01 ws-ssn-valid-flag pic x value "Y".
           88 ws-ssn-valid value "Y".
           88 ws-ssn-invalid value "N".
       01 ws-ssn-present-flag pic x value "N".
           88 ws-ssn-present value "Y".
       01 ws-dept-status pic xx value spaces.
           88 dept-ok value "00".
           88 dept-eof value "10".
      *The department codes on file, loaded once for the edit.
       01 dept-code-table.
           02 dept-code-entry occurs 20 times
                   indexed by dept-idx
               pic x(4).
       01 ws-dept-count pic 99 value 0.
       01 ws-dept-scan pic 99 value 0.
       01 ws-dept-valid-flag pic x value "Y".
           88 ws-dept-valid value "Y".
           88 ws-dept-invalid value "N".
       01 ws-counts.
           02 ws-adds pic 9(5) value 0.
           02 ws-changes pic 9(5) value 0.
           02 ws-deactivated pic 9(5) value 0.
           02 ws-leave-taken pic 9(5) value 0.
           02 ws-terminated pic 9(5) value 0.
           02 ws-inquiries pic 9(5) value 0.
           02 ws-rejects pic 9(5) value 0.
       procedure division.
                   ws-master-status
               move "10" to ws-trans-status
           end-if
           perform 1200-load-departments
           open input employee-trans
           open output employee-report
           move spaces to report-line
               at end set trans-eof to true
           end-read.

      *No department file on disk means no departments exist yet -
      *every nonblank code on a transaction rejects until one does.
       1200-load-departments.
           open input payroll-depts
           if dept-ok
               perform 1210-read-department
               perform 1220-store-department
                   until dept-eof
               close payroll-depts
           end-if.

       1210-read-department.
           read payroll-depts
               at end set dept-eof to true
           end-read.

       1220-store-department.
           if ws-dept-count < 20
               add 1 to ws-dept-count
               set dept-idx to ws-dept-count
               move dp-dept-code to dept-code-entry (dept-idx)
           else
               display "empmnt: department table full, "
                   dp-dept-code " ignored"
           end-if
           perform 1210-read-department.

       2000-process-transaction.
           evaluate true
               when et-add
                   perform 2400-inquire-employee
               when et-leave-taken
                   perform 2600-record-leave-taken
               when et-terminate
                   perform 2700-terminate-employee
               when other
                   add 1 to ws-rejects
                   move spaces to report-line
           perform 1100-read-trans.

       2100-add-employee.
           perform 2050-edit-ssn
           perform 2070-edit-department
           evaluate true
               when ws-ssn-invalid
                   perform 2060-print-ssn-rejection
               when ws-dept-invalid
                   perform 2080-print-dept-rejection
               when other
                   perform 2110-write-new-employee
           end-evaluate.

      *The SSN goes through SSNVAL whenever the transaction carries
      *one - a blank SSN is not an error here, it simply isn't
      *there to edit.
       2050-edit-ssn.
           set ws-ssn-valid to true
           move "N" to ws-ssn-present-flag
           if et-ssnum is numeric and et-ssnum not = zeroes
               set ws-ssn-present to true
               call "ssnval" using et-ssarea et-ssgroup
                   et-ssserial ws-ssn-valid-flag
           end-if.

       2060-print-ssn-rejection.
           add 1 to ws-rejects
           move spaces to report-line
           string "REJECTED - emp " et-emp-id
               " ssn fails the SSN edit"
               delimited by size into report-line
           write report-line.

      *A department keyed on the transaction has to be one the
      *payroll GL feed knows how to charge.
       2070-edit-department.
           set ws-dept-valid to true
           if et-department not = spaces
               set ws-dept-invalid to true
               move 0 to ws-dept-scan
               perform 2075-check-one-department
                   until ws-dept-scan >= ws-dept-count
                       or ws-dept-valid
           end-if.

       2075-check-one-department.
           add 1 to ws-dept-scan
           set dept-idx to ws-dept-scan
           if dept-code-entry (dept-idx) = et-department
               set ws-dept-valid to true
           end-if.

       2080-print-dept-rejection.
           add 1 to ws-rejects
           move spaces to report-line
           string "REJECTED - emp " et-emp-id " department "
               et-department " not on department file"
               delimited by size into report-line
           write report-line.

       2110-write-new-employee.
           move et-emp-id to em-emp-id
           move et-emp-name to em-emp-name
           move et-currency-code to em-currency-code
           move 0 to em-prior-rate
           move space to em-retro-flag
           move 0 to em-leave-balance
           if ws-ssn-present
               move et-ssnum to em-ssnum
           else
               move zeroes to em-ssnum
           end-if
           move et-department to em-department
           move 0 to em-term-date
           move spaces to em-term-reason
           move space to em-final-pay
           move space to em-final-check
           write employee
           if master-ok
               add 1 to ws-adds
               string "ADDED     emp " et-emp-id " " et-emp-name
                   delimited by size into report-line
               write report-line
               if not ws-ssn-present
                   move spaces to report-line
                   string "          emp " et-emp-id
                       " has no SSN on file - W-2 cannot file"
                       delimited by size into report-line
                   write report-line
               end-if
           else
               add 1 to ws-rejects
               move spaces to report-line
           end-if.

       2200-change-employee.
           perform 2050-edit-ssn
           perform 2070-edit-department
           evaluate true
               when ws-ssn-invalid
                   perform 2060-print-ssn-rejection
               when ws-dept-invalid
                   perform 2080-print-dept-rejection
               when other
                   perform 2210-apply-change
           end-evaluate.

       2210-apply-change.
           move et-emp-id to em-emp-id
           read employee-master
               key is em-emp-id
               if et-state not = spaces
                   move et-state to em-work-state
               end-if
               if ws-ssn-present
                   move et-ssnum to em-ssnum
               end-if
               if et-department not = spaces
                   move et-department to em-department
               end-if
               rewrite employee
               add 1 to ws-changes
               move spaces to report-line
           read employee-master
               key is em-emp-id
           end-read
           if master-ok
                   and em-pay-status = "T" and em-final-pay = "P"
               add 1 to ws-rejects
               move spaces to report-line
               string "REJECTED - deactivate, emp " et-emp-id
                   " terminated, final pay owed"
                   delimited by size into report-line
               write report-line
           else
               perform 2310-mark-inactive
           end-if.

       2310-mark-inactive.
           if master-ok
               move "I" to em-pay-status
               rewrite employee
                   " state " em-work-state delimited by size
                   into report-line
               write report-line
               move spaces to report-line
               if em-ssnum is numeric and em-ssnum not = zeroes
                   string "          ssn ***-**-" em-ssserial
                       delimited by size into report-line
               else
                   string "          ssn NOT ON FILE"
                       delimited by size into report-line
               end-if
               if em-department = spaces
                   move "dept UNASSIGNED" to report-line (40:15)
               else
                   string "dept " em-department delimited by size
                       into report-line (40:9)
               end-if
               write report-line
               if em-pay-status = "T"
                   move spaces to report-line
                   string "          terminated " em-term-date
                       " " em-term-reason " final pay "
                       em-final-pay delimited by size
                       into report-line
                   write report-line
               end-if
           else
               add 1 to ws-rejects
               move spaces to report-line
               write report-line
           end-if.

      *A termination is recorded, never undone here - the final
      *paycheck it flags is owed whatever happens next. A date
      *before the hire date is a keying error and rejects.
       2700-terminate-employee.
           move et-emp-id to em-emp-id
           read employee-master
               key is em-emp-id
           end-read
           evaluate true
               when not master-ok
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED - terminate, emp " et-emp-id
                       " not found" delimited by size
                       into report-line
                   write report-line
               when em-pay-status = "T"
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED - terminate, emp " et-emp-id
                       " already terminated " em-term-date
                       delimited by size into report-line
                   write report-line
               when et-term-date is numeric and et-term-date > 0
                       and et-term-date < em-hire-date
                   add 1 to ws-rejects
                   move spaces to report-line
                   string "REJECTED - terminate, emp " et-emp-id
                       " date " et-term-date " before hire date"
                       delimited by size into report-line
                   write report-line
               when other
                   perform 2710-record-termination
           end-evaluate.

       2710-record-termination.
           if et-term-date is numeric and et-term-date > 0
               move et-term-date to em-term-date
           else
               move ws-today to em-term-date
           end-if
           move et-term-reason to em-term-reason
           move "T" to em-pay-status
           move "P" to em-final-pay
           if et-final-check = "Y"
               move "Y" to em-final-check
           else
               move "N" to em-final-check
           end-if
           rewrite employee
           add 1 to ws-terminated
           move spaces to report-line
           string "TERMINATED emp " et-emp-id " " em-emp-name
               " " em-term-date " " em-term-reason
               delimited by size into report-line
           write report-line
           move spaces to report-line
           if em-final-check = "Y"
               string "          final pay owed - printed check"
                   delimited by size into report-line
           else
               string "          final pay owed"
                   delimited by size into report-line
           end-if
           write report-line.

       3000-wrapup.
           move spaces to report-line
           string "Adds " ws-adds " Changes " ws-changes
               " Deactivated " ws-deactivated
               " Terminated " ws-terminated
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "Leave " ws-leave-taken
               " Inquiries " ws-inquiries
               " Rejects " ws-rejects delimited by size
               into report-line
