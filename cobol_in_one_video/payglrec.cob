      *activity in cash against the run's net (the figure the bank
      *control carried), one line per account per period saying
      *plainly whether payroll and the ledger tie.
      *
      *Modification history
      *August 25th 2025    - ladoblanco prod - gross no longer posts
      *  to the one salary expense account: the payroll feed splits
      *  wages and overtime across each department's own accounts
      *  off PAYROLL-DEPTS.DAT. The salary side of the tie-out is now
      *  the PR activity in 5000 plus every department's wage and
      *  overtime accounts - the employer FICA match, which the feed
      *  now books too, is not gross and stays out of it.
       identification division.
       program-id. payglrec.
       author. ladoblanco prod.
           select tieout-report assign to "payglrec.rpt"
               organization is line sequential
               file status is ws-report-status.
           select payroll-depts assign to "payroll-depts.dat"
               organization is line sequential
               file status is ws-dept-status.
       data division.
       file section.
       fd payroll-runs.
           02 jd-balance pic s9(9)v99 sign is leading separate.
       fd tieout-report.
       01 report-line pic x(80).
       fd payroll-depts.
       copy paydept.
       working-storage section.
       01 ws-runs-status pic xx value spaces.
           88 runs-ok value "00".
           88 journal-ok value "00".
           88 journal-eof value "10".
       01 ws-report-status pic xx value spaces.
       01 ws-dept-status pic xx value spaces.
           88 dept-ok value "00".
           88 dept-eof value "10".
      *The ledger accounts payroll posts to - the same numbers the
      *register's feed writes.
       01 gl-salary-expense constant as 5000.
       01 gl-cash constant as 1000.
      *Every department's wage and overtime accounts - gross posts
      *across these and 5000 (the unassigned employees) together.
       01 wage-account-table.
           02 wage-account occurs 40 times
                   indexed by wage-idx
               pic 9(4).
       01 ws-wage-account-count pic 99 value 0.
       01 ws-wage-scan pic 99 value 0.
       01 ws-wage-flag pic x value "N".
           88 ws-wage-account value "Y".
      *One slot per posted period: the run's figures off the run
      *log, and the PR-source journal activity gathered beside them.
       01 period-table.
           string "PAYROLL TO GENERAL LEDGER TIE-OUT"
               delimited by size into report-line
           write report-line
           perform 1200-load-departments
           open input payroll-runs
           if not runs-ok
               set runs-eof to true
               at end set runs-eof to true
           end-read.

      *No department file means every employee is unassigned and
      *5000 carries all of gross, the way it always did.
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
           if ws-wage-account-count < 39
               add 1 to ws-wage-account-count
               set wage-idx to ws-wage-account-count
               move dp-wage-account to wage-account (wage-idx)
               add 1 to ws-wage-account-count
               set wage-idx to ws-wage-account-count
               move dp-ot-account to wage-account (wage-idx)
           end-if
           perform 1210-read-department.

      *A rerun of a period (an OVERRIDE correction) adds onto the
      *same slot - the ledger carries both postings too, so the
      *comparison stays like for like.
               perform 2100-find-period-slot
               if ws-period-found
                   set period-idx to ws-found-idx
                   perform 2530-check-wage-account
                   if ws-wage-account
                       add jd-amount to pt-gl-salary (period-idx)
                   end-if
                   if jd-account = gl-cash
           end-if
           perform 2510-read-journal.

       2530-check-wage-account.
           move "N" to ws-wage-flag
           if jd-account = gl-salary-expense
               set ws-wage-account to true
           end-if
           move 0 to ws-wage-scan
           perform 2540-check-one-wage-account
               until ws-wage-scan >= ws-wage-account-count
                   or ws-wage-account.

       2540-check-one-wage-account.
           add 1 to ws-wage-scan
           set wage-idx to ws-wage-scan
           if wage-account (wage-idx) = jd-account
               set ws-wage-account to true
           end-if.

      *Salary expense posts as a debit (negative), cash as a credit
      *(positive) - each flips to compare against the run's positive
      *figures, and each period gets its two plain TIE/DIFFER lines.
           move spaces to report-line
           if ws-gl-work = pt-gross (period-idx)
               add 1 to ws-ties
               string "  WAGE EXPENSE TIES   " ws-run-edit
                   delimited by size into report-line
           else
               add 1 to ws-differs
               string "  WAGE EXPENSE DIFFERS - PAYROLL "
                   ws-run-edit " LEDGER " ws-gl-edit
                   delimited by size into report-line
           end-if
