      *The register closes every run with its labor distribution,
      *but the budget review and the cost accountants work by the
      *quarter. PAYREG logs each posted run's distribution to
      *PAYROLL-LABOR.DAT - this rolls the runs of the quarter on the
      *control card up into hours and dollars by department: head
      *count paid, hours, straight-time wages, overtime premium and
      *the employer FICA match, with the share of the quarter's
      *labor cost each department carries. The departments' gross
      *then proves against the quarter's gross on PAYROLL-RUNS.DAT,
      *the same periods PAYQTR files from, so a run that posted
      *without logging its distribution surfaces here.
       identification division.
       program-id. payldst.
       author. ladoblanco prod.
       date-written. August 25th 2025.
       environment division.
       input-output section.
       file-control.
           select labor-dist assign to "payroll-labor.dat"
               organization is line sequential
               file status is ws-labor-status.
           select payroll-depts assign to "payroll-depts.dat"
               organization is line sequential
               file status is ws-dept-status.
           select payroll-runs assign to "payroll-runs.dat"
               organization is line sequential
               file status is ws-runs-status.
           select quarter-control assign to "payldst-control.dat"
               organization is line sequential
               file status is ws-control-status.
           select labor-report assign to "payldst.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd labor-dist.
       copy paylabor.
       fd payroll-depts.
       copy paydept.
       fd payroll-runs.
       01 run-record.
           02 pr-period pic 9(6).
           02 pr-run-date pic 9(8).
           02 pr-emp-count pic 9(5).
           02 pr-gross pic 9(10)v99.
           02 pr-net pic 9(10)v99.
           02 pr-status pic x(8).
           02 pr-fed-tax pic 9(10)v99.
           02 pr-fica pic 9(10)v99.
           02 pr-state-tax pic 9(10)v99.
       fd quarter-control.
       01 quarter-control-record.
           02 qc-year pic 9(4).
           02 qc-quarter pic 9.
       fd labor-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-labor-status pic xx value spaces.
           88 labor-ok value "00".
           88 labor-eof value "10".
       01 ws-dept-status pic xx value spaces.
           88 dept-ok value "00".
           88 dept-eof value "10".
       01 ws-runs-status pic xx value spaces.
           88 runs-ok value "00".
           88 runs-eof value "10".
       01 ws-control-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ws-card-found-flag pic x value "N".
           88 ws-card-found value "Y".
       01 ws-labor-open-flag pic x value "N".
           88 ws-labor-open value "Y".
       01 ws-req-year pic 9(4) value 0.
       01 ws-req-quarter pic 9 value 0.
      *Which quarter a weekly period number belongs to - the same
      *13-week split PAYQTR uses.
       01 ws-period-parts.
           02 ws-period-year pic 9(4).
           02 ws-period-week pic 99.
       01 ws-period-quarter pic 9 value 0.
      *One slot per department seen - names off the department
      *file, and a department that has since dropped off the file
      *still rolls up under its code. Slot 1 is the unassigned
      *bucket.
       01 department-table.
           02 department-entry occurs 30 times
                   indexed by dept-idx.
               03 dpt-dept-code pic x(4).
               03 dpt-dept-name pic x(20).
               03 dpt-emp-count pic 9(7).
               03 dpt-hours pic 9(7)v9.
               03 dpt-regular pic 9(11)v99.
               03 dpt-overtime pic 9(11)v99.
               03 dpt-fica-match pic 9(11)v99.
       01 ws-dept-count pic 99 value 0.
       01 ws-dept-scan pic 99 value 0.
       01 ws-dept-slot pic 99 value 0.
       01 quarter-totals.
           02 qt-lines pic 9(5) value 0.
           02 qt-hours pic 9(7)v9 value 0.
           02 qt-regular pic 9(11)v99 value 0.
           02 qt-overtime pic 9(11)v99 value 0.
           02 qt-fica-match pic 9(11)v99 value 0.
           02 qt-labor-cost pic 9(11)v99 value 0.
           02 qt-run-gross pic 9(11)v99 value 0.
       01 ws-dept-cost pic 9(11)v99 value 0.
       01 ws-dept-gross pic 9(11)v99 value 0.
       01 ws-share-pct pic 999v9 value 0.
       01 ws-count-edit pic zzzz9.
       01 ws-hours-edit pic zzzz9.9.
       01 ws-amount-edit pic zzzzzzz9.99.
       01 ws-amount-edit-2 pic zzzzzzz9.99.
       01 ws-amount-edit-3 pic zzzzzzz9.99.
       01 ws-pct-edit pic zz9.9.
       01 ws-total-edit pic z,zzz,zzz,zz9.99.
       01 ws-total-edit-2 pic z,zzz,zzz,zz9.99.
       procedure division.
       0000-main.
           perform 1000-initialize
           if ws-card-found
               perform 2000-roll-one-line
                   until labor-eof
               perform 2500-sum-run-gross
               perform 3000-print-distribution
               perform 3500-print-proof
           end-if
           perform 4000-wrapup
           stop run.

      *No control card, no report - the quarter is named on
      *purpose, the way PAYQTR wants it.
       1000-initialize.
           open output labor-report
           perform 1100-read-quarter-card
           if ws-card-found
               move spaces to report-line
               string "QUARTERLY LABOR DISTRIBUTION - YEAR "
                   ws-req-year " QUARTER " ws-req-quarter
                   delimited by size into report-line
               write report-line
               perform 1200-load-departments
               open input labor-dist
               if labor-ok
                   set ws-labor-open to true
               else
                   set labor-eof to true
                   move spaces to report-line
                   string "NO LABOR DISTRIBUTION HISTORY ON FILE"
                       delimited by size into report-line
                   write report-line
               end-if
               if not labor-eof
                   perform 1300-read-labor-line
               end-if
           else
               move spaces to report-line
               string "NO QUARTER CARD - NOTHING REPORTED"
                   delimited by size into report-line
               write report-line
           end-if.

       1100-read-quarter-card.
           open input quarter-control
           read quarter-control
               at end continue
               not at end
                   if qc-year is numeric and qc-quarter is numeric
                           and qc-quarter >= 1 and qc-quarter <= 4
                       move qc-year to ws-req-year
                       move qc-quarter to ws-req-quarter
                       set ws-card-found to true
                   end-if
           end-read
           close quarter-control.

      *The department file only supplies the names and the print
      *order - a quarter's lines decide what actually prints.
       1200-load-departments.
           move 1 to ws-dept-count
           set dept-idx to 1
           move spaces to dpt-dept-code (dept-idx)
           move "UNASSIGNED" to dpt-dept-name (dept-idx)
           perform 1230-clear-department-totals
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
           if ws-dept-count < 30
               add 1 to ws-dept-count
               set dept-idx to ws-dept-count
               move dp-dept-code to dpt-dept-code (dept-idx)
               move dp-dept-name to dpt-dept-name (dept-idx)
               perform 1230-clear-department-totals
           end-if
           perform 1210-read-department.

       1230-clear-department-totals.
           move 0 to dpt-emp-count (dept-idx)
           move 0 to dpt-hours (dept-idx)
           move 0 to dpt-regular (dept-idx)
           move 0 to dpt-overtime (dept-idx)
           move 0 to dpt-fica-match (dept-idx).

       1300-read-labor-line.
           read labor-dist
               at end set labor-eof to true
           end-read.

       2000-roll-one-line.
           move ld-period to ws-period-parts
           if ws-period-year = ws-req-year
               perform 2100-classify-quarter
               if ws-period-quarter = ws-req-quarter
                   perform 2200-find-department
                   if ws-dept-slot > 0
                       set dept-idx to ws-dept-slot
                       add 1 to qt-lines
                       add ld-emp-count to dpt-emp-count (dept-idx)
                       add ld-hours to dpt-hours (dept-idx)
                       add ld-regular to dpt-regular (dept-idx)
                       add ld-overtime to dpt-overtime (dept-idx)
                       add ld-fica-match
                           to dpt-fica-match (dept-idx)
                   end-if
               end-if
           end-if
           perform 1300-read-labor-line.

       2100-classify-quarter.
           compute ws-period-quarter =
               (ws-period-week + 12) / 13
           if ws-period-quarter > 4
               move 4 to ws-period-quarter
           end-if.

      *A code no longer on the department file gets its own slot
      *under the code alone.
       2200-find-department.
           move 0 to ws-dept-slot
           move 0 to ws-dept-scan
           perform 2210-check-one-department
               until ws-dept-scan >= ws-dept-count
                   or ws-dept-slot > 0
           if ws-dept-slot = 0
               if ws-dept-count < 30
                   add 1 to ws-dept-count
                   set dept-idx to ws-dept-count
                   move ld-dept-code to dpt-dept-code (dept-idx)
                   move "NOT ON DEPT FILE" to dpt-dept-name (dept-idx)
                   perform 1230-clear-department-totals
                   move ws-dept-count to ws-dept-slot
               else
                   display "payldst: department table full, "
                       ld-dept-code " not reported"
               end-if
           end-if.

       2210-check-one-department.
           add 1 to ws-dept-scan
           set dept-idx to ws-dept-scan
           if dpt-dept-code (dept-idx) = ld-dept-code
               move ws-dept-scan to ws-dept-slot
           end-if.

      *The quarter's gross off the run log, for the proof.
       2500-sum-run-gross.
           open input payroll-runs
           if runs-ok
               perform 2510-read-run
               perform 2520-sum-one-run
                   until runs-eof
               close payroll-runs
           end-if.

       2510-read-run.
           read payroll-runs
               at end set runs-eof to true
           end-read.

       2520-sum-one-run.
           move pr-period to ws-period-parts
           if ws-period-year = ws-req-year
               perform 2100-classify-quarter
               if ws-period-quarter = ws-req-quarter
                   add pr-gross to qt-run-gross
               end-if
           end-if
           perform 2510-read-run.

       3000-print-distribution.
           move 0 to ws-dept-scan
           perform 3050-total-one-department
               until ws-dept-scan >= ws-dept-count
           compute qt-labor-cost = qt-regular + qt-overtime
               + qt-fica-match
           move spaces to report-line
           string "DEPT NAME                 EMPS   HOURS"
               "     REGULAR    OVERTIME  FICA MATCH   PCT"
               delimited by size into report-line
           write report-line
           move 0 to ws-dept-scan
           perform 3100-print-one-department
               until ws-dept-scan >= ws-dept-count
           move qt-hours to ws-hours-edit
           move spaces to report-line
           string "QUARTER TOTAL HOURS " ws-hours-edit
               delimited by size into report-line
           write report-line
           move qt-regular to ws-total-edit
           move spaces to report-line
           string "STRAIGHT-TIME WAGES " ws-total-edit
               delimited by size into report-line
           write report-line
           move qt-overtime to ws-total-edit
           move spaces to report-line
           string "OVERTIME PREMIUM    " ws-total-edit
               delimited by size into report-line
           write report-line
           move qt-fica-match to ws-total-edit
           move spaces to report-line
           string "EMPLOYER FICA MATCH " ws-total-edit
               delimited by size into report-line
           write report-line
           move qt-labor-cost to ws-total-edit
           move spaces to report-line
           string "TOTAL LABOR COST    " ws-total-edit
               delimited by size into report-line
           write report-line.

       3050-total-one-department.
           add 1 to ws-dept-scan
           set dept-idx to ws-dept-scan
           add dpt-hours (dept-idx) to qt-hours
           add dpt-regular (dept-idx) to qt-regular
           add dpt-overtime (dept-idx) to qt-overtime
           add dpt-fica-match (dept-idx) to qt-fica-match.

      *A department with nothing in the quarter doesn't print.
       3100-print-one-department.
           add 1 to ws-dept-scan
           set dept-idx to ws-dept-scan
           if dpt-emp-count (dept-idx) > 0
               compute ws-dept-cost = dpt-regular (dept-idx)
                   + dpt-overtime (dept-idx)
                   + dpt-fica-match (dept-idx)
               move 0 to ws-share-pct
               if qt-labor-cost > 0
                   compute ws-share-pct rounded =
                       ws-dept-cost * 100 / qt-labor-cost
                       on size error move 0 to ws-share-pct
                   end-compute
               end-if
               move dpt-emp-count (dept-idx) to ws-count-edit
               move dpt-hours (dept-idx) to ws-hours-edit
               move dpt-regular (dept-idx) to ws-amount-edit
               move dpt-overtime (dept-idx) to ws-amount-edit-2
               move dpt-fica-match (dept-idx) to ws-amount-edit-3
               move ws-share-pct to ws-pct-edit
               move spaces to report-line
               string dpt-dept-code (dept-idx) " "
                   dpt-dept-name (dept-idx)
                   ws-count-edit " "
                   ws-hours-edit " "
                   ws-amount-edit " "
                   ws-amount-edit-2 " "
                   ws-amount-edit-3 " "
                   ws-pct-edit
                   delimited by size into report-line
               write report-line
           end-if.

      *Regular plus overtime across the departments is the gross
      *the runs paid - the run log says what that was.
       3500-print-proof.
           compute ws-dept-gross = qt-regular + qt-overtime
           move ws-dept-gross to ws-total-edit
           move qt-run-gross to ws-total-edit-2
           move spaces to report-line
           if ws-dept-gross = qt-run-gross
               string "DEPARTMENT GROSS " ws-total-edit
                   " AGREES WITH RUN LOG"
                   delimited by size into report-line
           else
               string "DEPARTMENT GROSS " ws-total-edit
                   " RUN LOG " ws-total-edit-2 " - DIFFERS"
                   delimited by size into report-line
               move 4 to return-code
           end-if
           write report-line.

       4000-wrapup.
           if ws-labor-open
               close labor-dist
           end-if
           close labor-report.
