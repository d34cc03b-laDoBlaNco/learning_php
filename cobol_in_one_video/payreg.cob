      *  converter before the first run under the grown record
      *  layout, the same one-shot discipline CUSTCNV and GLCNV
      *  established.
      *August 4th 2025     - ladoblanco prod - the reconciliation
      *  record moved to the shared chkrec copybook now that PAYCLR
      *  reads the file back to clear checks against the bank
      *  statement; new OUTSTAND lines carry a zero close date.
      *August 11th 2025    - ladoblanco prod - every employee break
      *  writes the employee's own earnings statement to the new
      *  PAYROLL-STUBS.RPT document file: hours, rate and OT
      *  premium, gross, each tax, each voluntary deduction and
      *  net, current beside year-to-date off PAYROLL-YTD, and the
      *  leave balance off the master. Direct-deposit employees get
      *  the same statement as a non-negotiable deposit advice with
      *  the account masked to its last four; the hand-typed stubs
      *  retire.
      *August 25th 2025    - ladoblanco prod - gross no longer debits
      *  the one salary expense account. Each employee's department
      *  off the master maps through PAYROLL-DEPTS.DAT to that
      *  department's own wage, overtime and payroll tax expense
      *  accounts, and the GL feed debits straight-time wages, the
      *  overtime premium and the employer FICA match (booked now,
      *  credited to the FICA liability beside the withholding)
      *  department by department. Unassigned employees charge 5000
      *  and the general payroll tax account. The register closes
      *  with a labor distribution - hours and dollars by
      *  department - and each posted run logs it to
      *  PAYROLL-LABOR.DAT for the quarterly PAYLDST report.
      *September 1st 2025  - ladoblanco prod - final pay. A FINALPAY
      *  card on the override file makes this an off-cycle final
      *  pay run: only employees EMPMNT terminated with final pay
      *  still owed are payable (a regular run rejects them), the
      *  first transaction pays out their whole leave balance at
      *  the rate in effect on the termination date beside the last
      *  partial period, only the court garnishments come out of
      *  the final check, every deduction the employee has closes
      *  on PAYROLL-DEDUCTIONS.DAT (the record grew a status and
      *  close date behind the taken figure), the check prints on
      *  paper when termination asked for it, and the master is
      *  marked paid. HR gets PAYTERM.RPT. A final-pay run logs as
      *  FINALPAY and never blocks the period's regular run. The
      *  per-record breakdown widened to carry a large payout.
      *September 8th 2025  - ladoblanco prod - a PREVIEW card on the
      *  override file runs the register as a trial: every compute
      *  the real run makes (rates, brackets, the FICA cap,
      *  deductions, leave accrual, retro) prints on a register
      *  stamped PREVIEW - NOT POSTED on every page, but nothing is
      *  written anywhere else - the YTD file, run control,
      *  deduction goals and employee master open input only, and
      *  no bank, check, stub, hours, labor or GL file is touched.
      *  A period that already posted is noted, not refused, so
      *  the preview still shows what was keyed. The override file
      *  may carry more than one card now (a preview of a final-pay
      *  run, say).
      *April 6th 2026      - ladoblanco prod - final-pay leave payout
      *  is priced before the paycheck range edit, so a terminated
      *  employee with no hours in the last period still gets a
      *  final check for the payout.
       identification division.
       program-id. payreg.
       author. ladoblanco prod.
           select leave-accrual assign to "leave-accrual.dat"
               organization is line sequential
               file status is ws-accrual-status.
           select pay-stubs assign to "payroll-stubs.rpt"
               organization is line sequential
               file status is ws-stub-status.
           select payroll-depts assign to "payroll-depts.dat"
               organization is line sequential
               file status is ws-dept-status.
           select labor-dist assign to "payroll-labor.dat"
               organization is line sequential
               file status is ws-labor-status.
           select term-report assign to "payterm.rpt"
               organization is line sequential
               file status is ws-term-status.
       data division.
       file section.
       fd payroll-trans.
           02 pd-priority pic 9.
           02 pd-gl-account pic 9(4).
           02 pd-taken pic 9(7)v99.
      *C once the employee's termination closed the deduction - a
      *closed deduction never takes again. Appended behind the taken
      *figure, so entries written before it read as spaces, open.
           02 pd-status pic x.
           02 pd-close-date pic 9(8).
      *One print-ready detail per paper-paid employee, numbered off
      *the controlled sequence.
       fd payroll-checks.
      *gets matched against when checks clear, so it accumulates
      *across runs instead of being truncated.
       fd check-recon.
       copy chkrec.
       fd check-control.
       01 check-control-record.
           02 ck-next-number pic 9(6).
           02 hl-period pic 9(6).
           02 hl-hours pic 99v9.
           02 hl-rate pic 9(3)v99.
      *One earnings statement per employee per run - the document
      *the employee actually receives, with the check or as a
      *deposit advice.
       fd pay-stubs.
       01 stub-line pic x(80).
       fd payroll-depts.
       copy paydept.
      *One line per department per posted run, accumulated across
      *runs for the quarterly labor distribution.
       fd labor-dist.
       copy paylabor.
      *The final-pay run's termination report for HR.
       fd term-report.
       01 term-line pic x(80).
       fd payroll-report.
       01 report-line pic x(80).
       fd payreg-rejects.
           88 ws-period-posted value "Y".
       01 ws-override-flag pic x value "N".
           88 ws-override-on value "Y".
      *Final-pay run support - the run pays only terminated
      *employees still owed a final check, each one's leave
      *balance paid out once, on their first transaction.
       01 ws-final-run-flag pic x value "N".
           88 ws-final-run value "Y".
       01 ws-payout-flag pic x value "N".
           88 ws-payout-done value "Y".
       01 ws-payout-rate pic 9(3)v99 value 0.
       01 ws-payout-amount pic 9(6)v99 value 0.
       01 ws-payout-edit pic zz,zz9.99.
       01 ws-payout-hours-edit pic zz9.99.
       01 ws-closed-count pic 99 value 0.
       01 ws-term-status pic xx value spaces.
       01 ws-final-count pic 9(5) value 0.
      *Preview (trial) run - computes everything, posts nothing.
       01 ws-preview-flag pic x value "N".
           88 ws-preview value "Y".
       01 ws-preview-stamp pic x(80) value
           "*** PREVIEW - NOT POSTED ***".
       01 ws-override-eof-flag pic x value "N".
           88 ws-override-eof value "Y".
       01 ws-run-refused-flag pic x value "N".
           88 ws-run-refused value "Y".
       01 ws-run-date pic 9(8) value zeroes.
       01 gl-fica-payable constant as 2200.
       01 gl-state-tax-payable constant as 2300.
       01 gl-cash constant as 1000.
      *Employer FICA match for employees with no department.
       01 gl-payroll-tax-expense constant as 5300.
       01 ws-dept-status pic xx value spaces.
           88 dept-ok value "00".
           88 dept-eof value "10".
       01 ws-labor-status pic xx value spaces.
      *The department table off PAYROLL-DEPTS.DAT with the run's
      *labor distribution accumulated beside each department. Slot
      *1 is the unassigned bucket - no department on the master, or
      *one since dropped off the file - charged to the general
      *salary and payroll tax expense accounts.
       01 department-table.
           02 department-entry occurs 21 times
                   indexed by dept-idx.
               03 dpt-dept-code pic x(4).
               03 dpt-dept-name pic x(20).
               03 dpt-wage-account pic 9(4).
               03 dpt-ot-account pic 9(4).
               03 dpt-tax-account pic 9(4).
               03 dpt-emp-count pic 9(5).
               03 dpt-hours pic 9(6)v9.
               03 dpt-regular pic 9(9)v99.
               03 dpt-overtime pic 9(9)v99.
               03 dpt-fica-match pic 9(9)v99.
       01 ws-dept-count pic 99 value 0.
       01 ws-dept-scan pic 99 value 0.
       01 ws-dept-slot pic 99 value 1.
       01 ws-prev-dept-slot pic 99 value 1.
       01 ws-labor-hours-edit pic zzzzz9.9.
       01 ws-labor-regular-edit pic zzzzzzz9.99.
       01 ws-labor-overtime-edit pic zzzzzz9.99.
       01 ws-labor-match-edit pic zzzzzz9.99.
       01 ws-deduction-status pic xx value spaces.
           88 deduction-ok value "00".
           88 deduction-eof value "10".
      *What this run took through the entry, for the GL feed - one
      *credit per deduction entry with anything taken.
               03 dt-run-amount pic 9(7)v99.
               03 dt-status pic x.
               03 dt-close-date pic 9(8).
       01 ws-deduction-count pic 9(3) value 0.
       01 ws-deduction-scan pic 9(3) value 0.
       01 ws-priority-scan pic 9 value 0.
       01 ws-accrue-hours pic 9v99 value 0.
       01 ws-leave-edit pic --9.99.
       01 ws-next-check-no pic 9(6) value 1.
       01 ws-stub-status pic xx value spaces.
      *Earnings-statement support - the rate the break last paid
      *at, the check number cut for it (zero for a deposit), the
      *employee's leave balance after accrual, and the account
      *number masked down to its last four.
       01 ws-stub-rate pic 9(3)v99 value 0.
       01 ws-stub-check-no pic 9(6) value 0.
       01 ws-prev-leave pic s9(3)v99 value 0.
       01 ws-mask-len pic 99 value 0.
       01 ws-mask-start pic 99 value 0.
       01 ws-masked-account pic x(12) value spaces.
       01 ws-stub-current-edit pic zz,zzz,zz9.99.
       01 ws-stub-ytd-edit pic zz,zzz,zz9.99.
       01 ws-stub-label pic x(16) value spaces.
       01 ws-stub-hours-edit pic zz9.9.
       01 ws-check-count pic 9(5) value 0.
       01 ws-check-total pic 9(10)v99 value 0.
       01 ws-deposit-total pic 9(10)v99 value 0.
      *Per-record gross-to-net breakdown, built off the trans amount.
       01 pay-breakdown.
           02 bd-gross-pay pic 9(6)v99 value 0.
           02 bd-fed-tax pic 9(6)v99 value 0.
           02 bd-fica pic 9(6)v99 value 0.
           02 bd-state-tax pic 9(6)v99 value 0.
           02 bd-net-pay pic 9(6)v99 value 0.
      *Per-employee accumulators, one set per column of the breakdown.
       01 emp-totals.
           02 et-gross-pay pic 9(6)v99 value 0.
           02 et-state-tax pic 9(6)v99 value 0.
           02 et-net-pay pic 9(6)v99 value 0.
           02 et-deductions pic 9(6)v99 value 0.
      *Hours and premium across the break's hourly transactions,
      *and any retro paid inside its gross, for the statement.
           02 et-hours pic 9(3)v9 value 0.
           02 et-ot-premium pic 9(6)v99 value 0.
           02 et-retro pic 9(6)v99 value 0.
      *Leave paid out on a final check - hours and dollars.
           02 et-payout-hours pic s9(3)v99 value 0.
           02 et-leave-payout pic 9(6)v99 value 0.
      *Run grand totals, one set per column of the breakdown.
       01 grand-totals.
           02 gt-gross-pay pic 9(8)v99 value 0.
           perform 1250-load-state-brackets
           perform 1350-load-leave-accrual
           perform 1400-load-deductions
           perform 1450-load-departments
           perform 1500-initialize
           perform until trans-eof
               perform 2000-process-record
                   move 0 to dt-taken (deduction-idx)
               end-if
               move 0 to dt-run-amount (deduction-idx)
               if pd-status = "C"
                   move "C" to dt-status (deduction-idx)
               else
                   move space to dt-status (deduction-idx)
               end-if
               if pd-close-date is numeric
                   move pd-close-date to dt-close-date (deduction-idx)
               else
                   move 0 to dt-close-date (deduction-idx)
               end-if
           else
               display "payreg: deduction master exceeds 100 "
                   "entries, emp " pd-emp-id " " pd-ded-code
           end-if
           perform 1410-read-deduction.

      *Slot 1 is always the unassigned bucket; no department file
      *on disk leaves it the only one, and every employee charges
      *the general accounts the way all of gross used to.
       1450-load-departments.
           move 1 to ws-dept-count
           set dept-idx to 1
           move spaces to dpt-dept-code (dept-idx)
           move "UNASSIGNED" to dpt-dept-name (dept-idx)
           move gl-salary-expense to dpt-wage-account (dept-idx)
           move gl-salary-expense to dpt-ot-account (dept-idx)
           move gl-payroll-tax-expense to dpt-tax-account (dept-idx)
           perform 1480-clear-department-totals
           open input payroll-depts
           if dept-ok
               perform 1460-read-department
               perform 1470-store-department
                   until dept-eof
               close payroll-depts
           end-if.

       1460-read-department.
           read payroll-depts
               at end set dept-eof to true
           end-read.

       1470-store-department.
           if ws-dept-count < 21
               add 1 to ws-dept-count
               set dept-idx to ws-dept-count
               move dp-dept-code to dpt-dept-code (dept-idx)
               move dp-dept-name to dpt-dept-name (dept-idx)
               move dp-wage-account to dpt-wage-account (dept-idx)
               move dp-ot-account to dpt-ot-account (dept-idx)
               move dp-tax-account to dpt-tax-account (dept-idx)
               perform 1480-clear-department-totals
           else
               display "payreg: department table full, "
                   dp-dept-code " ignored"
           end-if
           perform 1460-read-department.

       1480-clear-department-totals.
           move 0 to dpt-emp-count (dept-idx)
           move 0 to dpt-hours (dept-idx)
           move 0 to dpt-regular (dept-idx)
           move 0 to dpt-overtime (dept-idx)
           move 0 to dpt-fica-match (dept-idx).

       1500-initialize.
           initialize report-control
           move "PAYREG  " to rc-program-name
           perform 1720-read-override-card
           open input payroll-trans
           open output payroll-report
           open output payreg-rejects
           if ws-preview
               open input employee-master
           else
               open i-o employee-master
           end-if
           if not employee-ok
               display "payreg: employee master open failed, status "
                   ws-employee-status
                   ws-err-paragraph ws-err-file ws-employee-status
               move 16 to return-code
           end-if
           if ws-preview
               open input payroll-ytd
           else
               open i-o payroll-ytd
           end-if
           if not ytd-ok
               display "payreg: ytd open failed, status " ws-ytd-status
               move "1500-INITIALIZE" to ws-err-paragraph
           perform 1700-check-period-control
      *The bank file and the GL feed only open once the run has
      *survived period control - a refused rerun must not truncate
      *the prior run's possibly untransmitted output. A preview
      *opens none of them.
           if not ws-run-refused and not ws-preview
               open output payroll-bank
               open output payroll-gl
               open output payroll-checks
               open output pay-stubs
               open output check-register
               if ws-final-run
                   open output term-report
                   move spaces to term-line
                   string "TERMINATION AND FINAL PAY REPORT - RUN DATE "
                       ws-run-date delimited by size into term-line
                   write term-line
               end-if
               open extend check-recon
               if ws-recon-status = "35"
                   open output check-recon
      *a period that already posted refuses the whole run unless the
      *operator supplied an OVERRIDE card for a genuine correction.
      *A file with no period at all (the old format) bypasses the
      *check but still logs as period zero. A final-pay run is off
      *cycle and is never refused - the master's final-pay flag is
      *what keeps a final check from paying twice.
       1700-check-period-control.
           if not trans-eof and pt-period-id is numeric
               move pt-period-id to ws-run-period
           end-if
           perform 1710-load-posted-periods
           move "N" to ws-period-posted-flag
           move 0 to ws-posted-scanning-idx
           perform 1730-scan-one-posted-period
               until ws-posted-scanning-idx >= ws-posted-count
                   or ws-period-posted
           if ws-final-run
               move spaces to report-line
               string "FINAL PAY RUN - TERMINATED EMPLOYEES ONLY"
                   delimited by size into report-line
               perform 9000-write-report-line
           end-if
           if ws-period-posted and ws-run-period > 0
                   and not ws-final-run
               evaluate true
                   when ws-preview
                       move spaces to report-line
                       string "PERIOD " ws-run-period
                           " ALREADY POSTED - THE REAL RUN WILL"
                           " REFUSE IT" delimited by size
                           into report-line
                       perform 9000-write-report-line
                   when ws-override-on
                       move spaces to report-line
                       string "PERIOD " ws-run-period
                           " ALREADY POSTED - OVERRIDE CARD ACCEPTED"
                           delimited by size into report-line
                       perform 9000-write-report-line
                   when other
                       set ws-run-refused to true
                       move spaces to report-line
                       string "RUN REFUSED - PERIOD " ws-run-period
                           " ALREADY POSTED" delimited by size
                           into report-line
                       perform 9000-write-report-line
                       display "payreg: run refused, period "
                           ws-run-period " already posted"
                       move 8 to return-code
                       set trans-eof to true
               end-evaluate
           end-if.

      *No run-control file yet means no period has ever posted - a
           end-read.

       1712-store-posted-period.
           if ws-posted-count < 200 and pr-status not = "FINALPAY"
               add 1 to ws-posted-count
               set posted-idx to ws-posted-count
               move pr-period to posted-period (posted-idx)
           end-if
           perform 1711-read-run-record.

      *Every card on the file counts - OVERRIDE, FINALPAY and
      *PREVIEW combine.
       1720-read-override-card.
           open input run-override
           if ws-override-status = "00"
               perform 1721-read-one-card
                   until ws-override-eof
               close run-override
           end-if.

       1721-read-one-card.
           read run-override
               at end set ws-override-eof to true
               not at end
                   evaluate ov-card
                       when "OVERRIDE"
                           set ws-override-on to true
                       when "FINALPAY"
                           set ws-final-run to true
                       when "PREVIEW "
                           set ws-preview to true
                   end-evaluate
           end-read.

       1730-scan-one-posted-period.
           add 1 to ws-posted-scanning-idx
           read employee-master
               key is em-emp-id
           end-read
           evaluate true
               when not employee-ok
                   set ws-employee-invalid to true
               when ws-final-run
                   if em-pay-status not = "T"
                           or em-final-pay not = "P"
                       set ws-employee-invalid to true
                   end-if
               when em-pay-status not = "A"
                   set ws-employee-invalid to true
           end-evaluate.

       2035-print-employee-rejection.
           add 1 to ws-reject-count
           move spaces to reject-line
           evaluate true
               when not employee-ok
                   string "REJECTED - emp " pt-emp-id " "
                       pt-emp-name " not on employee master"
                       delimited by size into reject-line
               when ws-final-run
                   string "REJECTED - emp " pt-emp-id " "
                       pt-emp-name " owes no final pay"
                       delimited by size into reject-line
               when em-pay-status = "T"
                   string "REJECTED - emp " pt-emp-id " "
                       pt-emp-name " terminated - final pay run"
                       delimited by size into reject-line
               when other
                   string "REJECTED - emp " pt-emp-id " "
                       pt-emp-name " inactive"
                       delimited by size into reject-line
           end-evaluate
           write reject-line.

      *Hourly pay is computed domestic off the master's rate and

       2045-process-priced-record.
           perform 2055-compute-gross-pay
           move 0 to ws-payout-amount
           if ws-final-run
               if is-first-record
                       or pt-emp-id not = ws-prev-emp-id
                       or not ws-payout-done
                   perform 2042-price-leave-payout
               end-if
           end-if
           perform 2020-edit-paycheck
           if pc-invalid
               perform 2015-print-rejection
           else
               perform 2047-find-department
               if not is-first-record
                       and pt-emp-id not = ws-prev-emp-id
                   perform 2100-print-employee-break
                   move em-emp-name to ws-prev-emp-name
                   move em-routing to ws-prev-routing
                   move em-account to ws-prev-account
                   move em-leave-balance to ws-prev-leave
                   move ws-dept-slot to ws-prev-dept-slot
                   perform 2043-check-forced-check
               end-if
               if ws-final-run and not ws-payout-done
                   perform 2044-pay-leave-out
               end-if
               perform 2057-compute-withholding
               perform 2060-print-detail-line
               add bd-fica to et-fica gt-fica
               add bd-state-tax to et-state-tax gt-state-tax
               add bd-net-pay to et-net-pay gt-net-pay
               if ws-hourly-pay
                   add pt-hours to et-hours
                   add ws-ot-premium to et-ot-premium
                   move ws-applied-rate to ws-stub-rate
               end-if
               perform 2048-distribute-labor
           end-if.

      *A final check that termination asked to print goes to paper
      *whatever banking data the master carries.
       2043-check-forced-check.
           if ws-final-run and em-final-check = "Y"
               move 0 to ws-prev-routing
           end-if.

      *The whole leave balance pays out on the final check, at the
      *rate in effect on the termination date - the prior rate when
      *a raise took effect after the employee left. It rides the
      *first transaction's gross, so it is taxed with the check,
      *and the balance itself clears when the break finalizes. It
      *is priced ahead of the range edit, so a final check that is
      *nothing but the payout (no hours, zero amount) still prints.
       2042-price-leave-payout.
           if em-leave-balance > 0
               if em-rate-eff-date is numeric
                       and em-rate-eff-date > em-term-date
                       and em-prior-rate > 0
                   move em-prior-rate to ws-payout-rate
               else
                   move em-pay-rate to ws-payout-rate
               end-if
               compute ws-payout-amount rounded =
                   em-leave-balance * ws-payout-rate
                   on size error move 0 to ws-payout-amount
               end-compute
               add ws-payout-amount to bd-gross-pay
                   on size error continue
               end-add
           end-if.

       2044-pay-leave-out.
           set ws-payout-done to true
           if em-leave-balance > 0
               move em-leave-balance to et-payout-hours
               add ws-payout-amount to et-leave-payout
               move ws-payout-amount to ws-payout-edit
               move em-leave-balance to ws-payout-hours-edit
               move ws-payout-rate to ws-rate-edit
               move spaces to report-line
               string "  " pt-emp-id " LEAVE PAYOUT "
                   ws-payout-hours-edit
                   " HRS AT " ws-rate-edit " " ws-payout-edit
                   delimited by size into report-line
               perform 9000-write-report-line
           end-if
           move 0 to ws-prev-leave.

      *The department the master says the employee works in - not
      *on the department file (or blank) is the unassigned slot.
       2047-find-department.
           move 1 to ws-dept-slot
           if em-department not = spaces
               move 1 to ws-dept-scan
               perform 2046-check-one-department
                   until ws-dept-scan >= ws-dept-count
                       or ws-dept-slot > 1
           end-if.

       2046-check-one-department.
           add 1 to ws-dept-scan
           set dept-idx to ws-dept-scan
           if dpt-dept-code (dept-idx) = em-department
               move ws-dept-scan to ws-dept-slot
           end-if.

      *Gross splits into the straight time and the overtime premium
      *on top of it; the employer's FICA match equals what was
      *withheld from the employee, dollar for dollar.
       2048-distribute-labor.
           set dept-idx to ws-dept-slot
           add bd-gross-pay to dpt-regular (dept-idx)
           add bd-fica to dpt-fica-match (dept-idx)
           if ws-hourly-pay
               add pt-hours to dpt-hours (dept-idx)
               subtract ws-ot-premium from dpt-regular (dept-idx)
               add ws-ot-premium to dpt-overtime (dept-idx)
           end-if.

      *BD-GROSS-PAY carries the domestic-equivalent amount into the
      *register as gross pay, so the business-rule bounds get checked
      *against that converted figure - not the raw trans amount, which
      *could be in any currency on the rate table - once conversion
      *has run. A final check's leave payout counts toward the
      *floor but not the ceiling - the ceiling is for keyed pay.
       2020-edit-paycheck.
           set pc-valid to true
           if bd-gross-pay < ws-paycheck-low
               or bd-gross-pay - ws-payout-amount > ws-paycheck-high
               set pc-invalid to true
           end-if.

           if em-retro-flag = "P"
               perform 2054-pay-retro
           end-if
           if not ws-run-refused and not ws-preview
               move pt-emp-id to hl-emp-id
               move pt-period-id to hl-period
               move pt-hours to hl-hours
       2054-pay-retro.
           move 0 to ws-retro-amount
      *The log is open EXTEND for this run's own lines - it closes,
      *scans from the top, and reopens EXTEND below. A preview
      *never had it open and only reads it.
           if not ws-preview
               close paid-hours
           end-if
           open input paid-hours
           if hours-ok
               perform 2051-read-paid-hours
               add ws-retro-amount to bd-gross-pay
                   on size error continue
               end-add
               add ws-retro-amount to et-retro
               move ws-retro-amount to ws-retro-edit
               move spaces to report-line
               string "  " pt-emp-id " RETRO PAY " ws-retro-edit
                   delimited by size into report-line
               perform 9000-write-report-line
           end-if
           if not ws-preview
               move space to em-retro-flag
               rewrite employee
               open extend paid-hours
           end-if.

       2051-read-paid-hours.
           read paid-hours
           string "         NET PAY " ws-amount-edit
               delimited by size into report-line
           perform 9000-write-report-line
           if not ws-final-run
               perform 2180-accrue-leave
           end-if
           perform 2150-update-ytd
           perform 2160-write-bank-detail
           if not ws-preview
               perform 2190-write-earnings-statement
           end-if
           if ws-final-run and not ws-preview
               perform 2175-finalize-termination
           end-if
           add 1 to ws-emp-count
           set dept-idx to ws-prev-dept-slot
           add 1 to dpt-emp-count (dept-idx)
           move 0 to et-gross-pay et-fed-tax et-fica et-state-tax
               et-net-pay et-deductions et-hours et-ot-premium
               et-retro et-payout-hours et-leave-payout
           move "N" to ws-payout-flag
           move 0 to ws-stub-rate
           move pt-emp-id to ws-prev-emp-id
           move em-emp-name to ws-prev-emp-name
           move em-routing to ws-prev-routing
           move em-account to ws-prev-account
           move em-leave-balance to ws-prev-leave
           move ws-dept-slot to ws-prev-dept-slot
           perform 2043-check-forced-check.

      *The break's voluntary deductions, itemized between the FICA
      *line and the net the bank file will move. Priority 1 scans
           if dt-emp-id (deduction-idx) = ws-prev-emp-id
                   and dt-priority (deduction-idx)
                       = ws-priority-scan
                   and dt-status (deduction-idx) not = "C"
               if ws-final-run and dt-priority (deduction-idx) > 1
                   continue
               else
                   perform 2173-take-one-deduction
               end-if
           end-if.

      *The amount wanted is the flat figure or the rate against the
               perform 9000-write-report-line
           end-if.

      *The final check is out - the master is marked paid with its
      *leave balance cleared, every deduction the employee carries
      *closes, and HR's report gets the figures. The record area is
      *put back for the next employee the way 2180 does it.
       2175-finalize-termination.
           move ws-prev-emp-id to em-emp-id
           read employee-master
               key is em-emp-id
           end-read
           if employee-ok
               move 0 to em-leave-balance
               move "F" to em-final-pay
               rewrite employee
               move 0 to ws-closed-count
               move 0 to ws-deduction-scan
               perform 2176-close-one-deduction
                   until ws-deduction-scan >= ws-deduction-count
               perform 2177-write-termination-report
               add 1 to ws-final-count
           end-if
           if not trans-eof
               move pt-emp-id to em-emp-id
               read employee-master
                   key is em-emp-id
               end-read
           end-if.

       2176-close-one-deduction.
           add 1 to ws-deduction-scan
           set deduction-idx to ws-deduction-scan
           if dt-emp-id (deduction-idx) = ws-prev-emp-id
                   and dt-status (deduction-idx) not = "C"
               move "C" to dt-status (deduction-idx)
               move ws-run-date to dt-close-date (deduction-idx)
               add 1 to ws-closed-count
           end-if.

       2177-write-termination-report.
           move spaces to term-line
           write term-line
           move spaces to term-line
           string "EMP " ws-prev-emp-id " " ws-prev-emp-name
               " TERMINATED " em-term-date " " em-term-reason
               delimited by size into term-line
           write term-line
           move et-leave-payout to ws-amount-edit
           move et-payout-hours to ws-payout-hours-edit
           move spaces to term-line
           string "    LEAVE PAID OUT " ws-payout-hours-edit " HOURS "
               ws-amount-edit delimited by size into term-line
           write term-line
           move et-gross-pay to ws-amount-edit
           move et-net-pay to ws-net-edit
           move spaces to term-line
           string "    FINAL GROSS " ws-amount-edit
               "  NET " ws-net-edit delimited by size
               into term-line
           write term-line
           move spaces to term-line
           if ws-prev-routing = 0
               string "    PAID BY CHECK " ws-stub-check-no
                   delimited by size into term-line
           else
               string "    PAID BY DIRECT DEPOSIT"
                   delimited by size into term-line
           end-if
           write term-line
           move spaces to term-line
           string "    DEDUCTIONS CLOSED " ws-closed-count
               delimited by size into term-line
           write term-line.

      *Leave accrues on the master record for the employee at the
      *break - which means re-reading them, because the record area
      *already holds the next employee - and the record area is put
                   perform 2185-pick-accrual-band
                   if ws-accrue-hours > 0
                       add ws-accrue-hours to em-leave-balance
                       if not ws-preview
                           rewrite employee
                       end-if
                   end-if
                   move em-leave-balance to ws-prev-leave
                   move em-leave-balance to ws-leave-edit
                   move spaces to report-line
                   string "         LEAVE ACCRUED " ws-accrue-hours
      *check when it carries zeros (those details used to ride the
      *bank file anyway and bounce straight back).
       2160-write-bank-detail.
           move 0 to ws-stub-check-no
           if ws-prev-routing = 0
               move ws-next-check-no to ws-stub-check-no
               perform 2165-write-paper-check
           else
               move "D" to bk-rec-type
               move ws-prev-routing to bk-routing
               move ws-prev-account to bk-account
               move et-net-pay to bk-net-pay
               if not ws-preview
                   write bank-detail
               end-if
               add 1 to ws-bank-detail-count
               add et-net-pay to ws-deposit-total
           end-if.
      *check register, and the reconciliation file gets an OUTSTAND
      *line to match against the bank statement when it clears.
       2165-write-paper-check.
           if not ws-preview
               move ws-next-check-no to ck-check-no
               move ws-run-date to ck-date
               move ws-prev-emp-id to ck-emp-id
               move ws-prev-emp-name to ck-emp-name
               move et-net-pay to ck-net-pay
               write check-print-record
               move ws-next-check-no to cr2-check-no
               move ws-prev-emp-id to cr2-emp-id
               move et-net-pay to cr2-amount
               move ws-run-date to cr2-issue-date
               move "OUTSTAND" to cr2-status
               move 0 to cr2-close-date
               write check-recon-record
               move et-net-pay to ws-amount-edit
               move spaces to check-register-line
               string "CHECK " ws-next-check-no
                   " emp " ws-prev-emp-id " " ws-prev-emp-name
                   " NET " ws-amount-edit delimited by size
                   into check-register-line
               write check-register-line
           end-if
           add 1 to ws-check-count
           add et-net-pay to ws-check-total
           add 1 to ws-next-check-no.

      *The employee's own copy of the break - current beside
      *year-to-date for every figure PAYROLL-YTD carries (the YTD
      *record area still holds the roll 2150 just made), each
      *voluntary deduction with what it has taken toward its goal,
      *and the leave balance after this period's accrual. A paper
      *check's statement names the check; a deposit's is marked
      *non-negotiable and shows only the last four of the account.
       2190-write-earnings-statement.
           move all "-" to stub-line
           write stub-line
           move spaces to stub-line
           if ws-prev-routing = 0
               string "EARNINGS STATEMENT          PERIOD "
                   ws-run-period " PAY DATE " ws-run-date
                   delimited by size into stub-line
           else
               string "DEPOSIT ADVICE - NON-NEGOTIABLE  PERIOD "
                   ws-run-period " PAY DATE " ws-run-date
                   delimited by size into stub-line
           end-if
           write stub-line
           move spaces to stub-line
           string "EMP " ws-prev-emp-id " " ws-prev-emp-name
               delimited by size into stub-line
           write stub-line
           if et-hours > 0
               move et-hours to ws-stub-hours-edit
               move ws-stub-rate to ws-rate-edit
               move et-ot-premium to ws-stub-current-edit
               move spaces to stub-line
               string "HOURS " ws-stub-hours-edit
                   "  RATE " ws-rate-edit
                   "  OT PREMIUM " ws-stub-current-edit
                   delimited by size into stub-line
               write stub-line
           end-if
           move spaces to stub-line
           string "                       CURRENT   YEAR-TO-DATE"
               delimited by size into stub-line
           write stub-line
           if et-retro > 0
               move "RETRO PAY       " to ws-stub-label
               move et-retro to ws-stub-current-edit
               move spaces to stub-line
               string ws-stub-label "  " ws-stub-current-edit
                   delimited by size into stub-line
               write stub-line
           end-if
           if et-leave-payout > 0
               move "LEAVE PAYOUT    " to ws-stub-label
               move et-leave-payout to ws-stub-current-edit
               move spaces to stub-line
               string ws-stub-label "  " ws-stub-current-edit
                   delimited by size into stub-line
               write stub-line
           end-if
           move "GROSS PAY       " to ws-stub-label
           move et-gross-pay to ws-stub-current-edit
           move py-ytd-gross to ws-stub-ytd-edit
           perform 2191-write-stub-amount
           move "FEDERAL TAX     " to ws-stub-label
           move et-fed-tax to ws-stub-current-edit
           move py-ytd-fed-tax to ws-stub-ytd-edit
           perform 2191-write-stub-amount
           move "STATE TAX       " to ws-stub-label
           move et-state-tax to ws-stub-current-edit
           move py-ytd-state-tax to ws-stub-ytd-edit
           perform 2191-write-stub-amount
           move "FICA            " to ws-stub-label
           move et-fica to ws-stub-current-edit
           move py-ytd-fica to ws-stub-ytd-edit
           perform 2191-write-stub-amount
           move 0 to ws-deduction-scan
           perform 2192-write-stub-deduction
               until ws-deduction-scan >= ws-deduction-count
           move "NET PAY         " to ws-stub-label
           move et-net-pay to ws-stub-current-edit
           move py-ytd-net to ws-stub-ytd-edit
           perform 2191-write-stub-amount
           move ws-prev-leave to ws-leave-edit
           move spaces to stub-line
           string "LEAVE BALANCE " ws-leave-edit " HOURS"
               delimited by size into stub-line
           write stub-line
           move et-net-pay to ws-stub-current-edit
           move spaces to stub-line
           if ws-prev-routing = 0
               string "PAID BY CHECK " ws-stub-check-no
                   " AMOUNT " ws-stub-current-edit
                   delimited by size into stub-line
           else
               perform 2195-mask-account
               string "DEPOSITED TO ACCOUNT " ws-masked-account
                   " AMOUNT " ws-stub-current-edit
                   delimited by size into stub-line
           end-if
           write stub-line.

       2191-write-stub-amount.
           move spaces to stub-line
           string ws-stub-label "  " ws-stub-current-edit
               "  " ws-stub-ytd-edit delimited by size
               into stub-line
           write stub-line.

      *Deductions have no year-to-date bucket on PAYROLL-YTD - the
      *second figure is what the deduction has taken toward its
      *goal, off the deduction master.
       2192-write-stub-deduction.
           add 1 to ws-deduction-scan
           set deduction-idx to ws-deduction-scan
           if dt-emp-id (deduction-idx) = ws-prev-emp-id
                   and dt-run-amount (deduction-idx) > 0
               move spaces to ws-stub-label
               string "DEDUCTION " dt-ded-code (deduction-idx)
                   delimited by size into ws-stub-label
               move dt-run-amount (deduction-idx)
                   to ws-stub-current-edit
               move dt-taken (deduction-idx) to ws-stub-ytd-edit
               move spaces to stub-line
               string ws-stub-label "  " ws-stub-current-edit
                   "  " ws-stub-ytd-edit " TO DATE"
                   delimited by size into stub-line
               write stub-line
           end-if.

      *Everything but the last four nonblank characters of the
      *account prints as asterisks.
       2195-mask-account.
           move all "*" to ws-masked-account
           move 12 to ws-mask-len
           perform 2196-trim-one-position
               until ws-mask-len = 0
                   or ws-prev-account (ws-mask-len:1) not = space
           if ws-mask-len > 4
               compute ws-mask-start = ws-mask-len - 3
               move ws-prev-account (ws-mask-start:4)
                   to ws-masked-account (9:4)
           end-if.

       2196-trim-one-position.
           subtract 1 from ws-mask-len.

      *Rolls the employee break just printed into that employee's
      *running year-to-date record, creating it the first time an
      *employee is seen.
           add et-fica to py-ytd-fica
           add et-state-tax to py-ytd-state-tax
           add et-net-pay to py-ytd-net
           evaluate true
               when ws-preview
                   continue
               when ytd-not-found
                   write ytd-record
               when other
                   rewrite ytd-record
           end-evaluate.

       3000-final-break.
           if not is-first-record
           string "PAYCHECKS REJECTED " ws-reject-count
               delimited by size into report-line
           perform 9000-write-report-line
           perform 4150-print-labor-distribution
           if not ws-run-refused
               if not ws-preview
                   move spaces to bank-detail
                   move "C" to bc-rec-type
                   move ws-bank-detail-count to bc-detail-count
                   move ws-deposit-total to bc-total-net
                   write bank-detail
               end-if
               move spaces to report-line
               move ws-deposit-total to ws-amount-edit
               string "DEPOSITS " ws-bank-detail-count
                   " TOTAL " ws-amount-edit delimited by size
                   into report-line
               perform 9000-write-report-line
               if not ws-preview
                   move spaces to check-register-line
                   move ws-check-total to ws-amount-edit
                   string "CHECKS CUT " ws-check-count
                       " TOTAL " ws-amount-edit delimited by size
                       into check-register-line
                   write check-register-line
                   perform 4400-save-check-control
               end-if
           end-if
           if ws-preview
               move spaces to report-line
               string "PREVIEW ONLY - NOTHING POSTED, NO FILES "
                   "WRITTEN" delimited by size into report-line
               perform 9000-write-report-line
           else
               perform 4100-log-run
               perform 4160-log-labor-distribution
               perform 4200-write-gl-feed
               perform 4300-save-deductions
           end-if
           close payroll-trans
           close payroll-report
           close payreg-rejects
           close employee-master
           if not ws-run-refused and not ws-preview
               close payroll-bank
               close payroll-gl
               close payroll-checks
               close pay-stubs
               close check-register
               if ws-final-run
                   move spaces to term-line
                   write term-line
                   move spaces to term-line
                   string "FINAL CHECKS ISSUED " ws-final-count
                       delimited by size into term-line
                   write term-line
                   close term-report
               end-if
               close check-recon
               close paid-hours
           end-if
           move dt-priority (deduction-idx) to pd-priority
           move dt-gl-account (deduction-idx) to pd-gl-account
           move dt-taken (deduction-idx) to pd-taken
           move dt-status (deduction-idx) to pd-status
           move dt-close-date (deduction-idx) to pd-close-date
           write deduction-record.

      *Every run that actually posted logs its period, date, counts
               move gt-fed-tax to pr-fed-tax
               move gt-fica to pr-fica
               move gt-state-tax to pr-state-tax
               evaluate true
                   when ws-final-run
                       move "FINALPAY" to pr-status
                   when ws-override-on
                       move "OVERRIDE" to pr-status
                   when other
                       move "POSTED  " to pr-status
               end-evaluate
               write run-record
               close payroll-runs
           end-if.

      *Hours and dollars by department for the run, at the foot of
      *the register - the departments' regular plus overtime adds
      *back to the grand total gross.
       4150-print-labor-distribution.
           move spaces to report-line
           string "LABOR DISTRIBUTION" delimited by size
               into report-line
           perform 9000-write-report-line
           move spaces to report-line
           string "DEPT NAME                  EMPS    HOURS"
               "     REGULAR   OVERTIME FICA MATCH"
               delimited by size into report-line
           perform 9000-write-report-line
           move 0 to ws-dept-scan
           perform 4155-print-one-department
               until ws-dept-scan >= ws-dept-count.

       4155-print-one-department.
           add 1 to ws-dept-scan
           set dept-idx to ws-dept-scan
           if dpt-emp-count (dept-idx) > 0
               move dpt-hours (dept-idx) to ws-labor-hours-edit
               move dpt-regular (dept-idx) to ws-labor-regular-edit
               move dpt-overtime (dept-idx) to ws-labor-overtime-edit
               move dpt-fica-match (dept-idx) to ws-labor-match-edit
               move spaces to report-line
               string dpt-dept-code (dept-idx) " "
                   dpt-dept-name (dept-idx) " "
                   dpt-emp-count (dept-idx) " "
                   ws-labor-hours-edit " "
                   ws-labor-regular-edit " "
                   ws-labor-overtime-edit " "
                   ws-labor-match-edit
                   delimited by size into report-line
               perform 9000-write-report-line
           end-if.

      *Only a run that posted logs its distribution - the quarterly
      *report must never count a refused rerun.
       4160-log-labor-distribution.
           if not ws-run-refused
               open extend labor-dist
               if ws-labor-status = "35"
                   open output labor-dist
               end-if
               if ws-labor-status not = "00"
                   display "payreg: labor distribution open failed, "
                       "status " ws-labor-status
               else
                   move 0 to ws-dept-scan
                   perform 4165-log-one-department
                       until ws-dept-scan >= ws-dept-count
                   close labor-dist
               end-if
           end-if.

       4165-log-one-department.
           add 1 to ws-dept-scan
           set dept-idx to ws-dept-scan
           if dpt-emp-count (dept-idx) > 0
               move ws-run-period to ld-period
               move ws-run-date to ld-run-date
               move dpt-dept-code (dept-idx) to ld-dept-code
               move dpt-emp-count (dept-idx) to ld-emp-count
               move dpt-hours (dept-idx) to ld-hours
               move dpt-regular (dept-idx) to ld-regular
               move dpt-overtime (dept-idx) to ld-overtime
               move dpt-fica-match (dept-idx) to ld-fica-match
               write labor-dist-record
           end-if.

      *The ledger batch off the run's totals - gross debits each
      *department's wage and overtime expense accounts (negative,
      *the way GLPOST carries debits), and the fed tax, FICA and
      *net credits balance it to exactly zero because gross equals
      *their sum by construction. The employer FICA match is its
      *own balanced pair: each department's payroll tax expense
      *debited, the FICA liability credited for the total.
       4200-write-gl-feed.
           if not ws-run-refused
               move ws-run-date to pg-date
               move "PR" to pg-source
               move spaces to pg-reference
               move ws-run-period to pg-reference (1:6)
               move 0 to ws-dept-scan
               perform 4270-write-department-debits
                   until ws-dept-scan >= ws-dept-count
               move "PAYROLL RUN         " to pg-desc
               move gl-fed-tax-payable to pg-account
               move gt-fed-tax to pg-amount
               write payroll-gl-record
               move gl-fica-payable to pg-account
               move gt-fica to pg-amount
               write payroll-gl-record
               move "EMPLOYER FICA MATCH " to pg-desc
               write payroll-gl-record
               move "PAYROLL RUN         " to pg-desc
               move gl-state-tax-payable to pg-account
               move gt-state-tax to pg-amount
               write payroll-gl-record
               write payroll-gl-record
           end-if.

      *Up to three debits per department that paid anyone - the
      *straight-time wages, the overtime premium and the employer
      *FICA match, each to the department's own account.
       4270-write-department-debits.
           add 1 to ws-dept-scan
           set dept-idx to ws-dept-scan
           if dpt-regular (dept-idx) > 0
               move dpt-wage-account (dept-idx) to pg-account
               compute pg-amount = 0 - dpt-regular (dept-idx)
                   on size error move 0 to pg-amount
               end-compute
               move spaces to pg-desc
               string "WAGES " dpt-dept-code (dept-idx)
                   delimited by size into pg-desc
               write payroll-gl-record
           end-if
           if dpt-overtime (dept-idx) > 0
               move dpt-ot-account (dept-idx) to pg-account
               compute pg-amount = 0 - dpt-overtime (dept-idx)
                   on size error move 0 to pg-amount
               end-compute
               move spaces to pg-desc
               string "OVERTIME " dpt-dept-code (dept-idx)
                   delimited by size into pg-desc
               write payroll-gl-record
           end-if
           if dpt-fica-match (dept-idx) > 0
               move dpt-tax-account (dept-idx) to pg-account
               compute pg-amount = 0 - dpt-fica-match (dept-idx)
                   on size error move 0 to pg-amount
               end-compute
               move spaces to pg-desc
               string "FICA MATCH " dpt-dept-code (dept-idx)
                   delimited by size into pg-desc
               write payroll-gl-record
           end-if.

      *One credit per deduction entry that took anything this run,
      *to that deduction's own liability account - the batch still
      *nets to zero because the deductions came out of the net the
               write report-line from rc-heading-1
               write report-line from rc-heading-2
               write report-line from rc-heading-3
               if ws-preview
                   write report-line from ws-preview-stamp
               end-if
           end-if
           write report-line from ws-rpt-detail-save.
