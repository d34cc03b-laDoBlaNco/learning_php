      *Tuition used to be billed off a spreadsheet that re-counted
      *credit hours from the enrollment printout, and TRNSDOC would
      *hand an official transcript to a student who still owed for
      *the term. This is the term billing run, against the term on
      *the term card:
      *  every enrollment for the term not yet billed charges the
      *  term's per-credit-hour rate times the course's CC-CREDIT-HRS
      *  off the catalog, and the student's first course billed for
      *  the term brings on the term fees off the rate table
      *  every STUMNT withdrawal for the term on WITHDRAWAL.LOG that
      *  fell on or before the term's refund deadline credits the
      *  course's tuition back - once; a later one is noted and
      *  never credited
      *  every payment on the payments file credits the account
      *Charges, refunds and payments run through STUDENT-ACCOUNT,
      *one running balance per student, and each one lands on the
      *account activity file the term statements print from. The
      *run's totals post to GL-TRANS.DAT under source TU - tuition
      *and fees to income against student receivables, refunds back
      *out of income, payments to cash - the way FADEPR posts its
      *depreciation. Last, every account is walked: a balance still
      *owing past the due date of the term it was billed for places
      *a financial hold, and a hold whose balance is paid off is
      *released. TRNSDOC and GRADAUD refuse a student on hold.
      *
      *Modification history
      *April 6th 2026      - ladoblanco prod - a course settled by a
      *  withdrawal (refunded or not) that the student is enrolled
      *  in again is charged again: the billed record takes the new
      *  amount and date and its refund flag clears. A withdrawal
      *  only settles a charge billed on or before its date, so the
      *  old one on the log never credits the new charge.
       identification division.
       program-id. tuitbill.
       author. ladoblanco prod.
       date-written. February 23rd 2026.
       environment division.
       input-output section.
       file-control.
           select enrollment-file assign to "enrollment.dat"
               organization is indexed
               access mode is sequential
               record key is en-key
               file status is ws-enroll-status.
           select course-catalog assign to "course-catalog.dat"
               organization is indexed
               access mode is dynamic
               record key is cc-course-id
               file status is ws-catalog-status.
           select student-master assign to "student-master.dat"
               organization is indexed
               access mode is dynamic
               record key is sm-student-id
               file status is ws-student-status.
           select student-account assign to "student-account.dat"
               organization is indexed
               access mode is dynamic
               record key is sa-student-id
               file status is ws-account-status.
           select billed-file assign to "tuition-billed.dat"
               organization is indexed
               access mode is dynamic
               record key is tb-key
               file status is ws-billed-status.
           select account-history
               assign to "student-account-hist.dat"
               organization is line sequential
               file status is ws-history-status.
           select withdrawal-log assign to "withdrawal.log"
               organization is line sequential
               file status is ws-withdrawal-status.
           select payment-file assign to "tuition-payments.dat"
               organization is line sequential
               file status is ws-payment-status.
           select rate-file assign to "tuition-rates.dat"
               organization is line sequential
               file status is ws-rate-status.
           select term-control assign to "term-control.dat"
               organization is line sequential
               file status is ws-term-status.
           select bill-control assign to "tuitbill-control.dat"
               organization is line sequential
               file status is ws-control-status.
           select gl-trans assign to "gl-trans.dat"
               organization is line sequential
               file status is ws-gl-status.
           select sort-work assign to "tuitbill.wrk".
           select bill-report assign to "tuitbill.rpt"
               organization is line sequential
               file status is ws-report-status.
           select statement-file assign to "tuitstmt.rpt"
               organization is line sequential
               file status is ws-statement-status.
       data division.
       file section.
       fd enrollment-file.
       01 enrollment-record.
           02 en-key.
               03 en-student-id pic 9(3).
               03 en-course-id pic x(6).
               03 en-term pic 9(5).
       fd course-catalog.
       copy crscat.
       fd student-master.
       copy student.
       fd student-account.
       copy stuacct.
      *One record per course tuition was charged for in a term, so
      *a rerun never bills it twice and a withdrawal credits back
      *exactly what was charged.
       fd billed-file.
       01 billed-record.
           02 tb-key.
               03 tb-student-id pic 9(3).
               03 tb-course-id pic x(6).
               03 tb-term pic 9(5).
           02 tb-credit-hrs pic 9v9.
           02 tb-amount pic 9(5)v99.
           02 tb-bill-date pic 9(8).
      *R refunded inside the window, X withdrawn after it - either
      *way the withdrawal is settled and not looked at again.
           02 tb-refund-flag pic x.
               88 tb-refunded value "R".
               88 tb-no-refund value "X".
           02 tb-refund-date pic 9(8).
       fd account-history.
       copy stuahst.
       fd withdrawal-log.
       copy withdrl.
       fd payment-file.
       01 payment-record.
           02 tp-student-id pic 9(3).
           02 tp-amount pic 9(5)v99.
           02 tp-date pic 9(8).
           02 tp-reference pic x(8).
      *An H line per term - rate per credit hour, last day a
      *withdrawal is refunded, and the date the term's bill is due -
      *and an F line per fee charged once a term.
       fd rate-file.
       01 rate-record.
           02 rr-type pic x.
           02 rr-term pic 9(5).
           02 rr-detail pic x(33).
           02 rr-header-detail redefines rr-detail.
               03 rr-hour-rate pic 9(4)v99.
               03 rr-refund-deadline pic 9(8).
               03 rr-due-date pic 9(8).
               03 filler pic x(11).
           02 rr-fee-detail redefines rr-detail.
               03 rr-fee-code pic x(6).
               03 rr-fee-desc pic x(20).
               03 rr-fee-amount pic 9(5)v99.
       fd term-control.
       01 term-control-record.
           02 tc-term pic 9(5).
           02 tc-grade-deadline pic 9(8).
      *GL accounts the run's totals post to.
       fd bill-control.
       01 bill-control-record.
           02 bc-receivable-account pic 9(4).
           02 bc-income-account pic 9(4).
           02 bc-cash-account pic 9(4).
       fd gl-trans.
       01 gl-trans-record.
           02 gt-account pic 9(4).
           02 gt-amount pic s9(7)v99 sign is leading separate.
           02 gt-date pic 9(8).
           02 gt-source pic xx.
           02 gt-reference pic x(8).
           02 gt-desc pic x(20).
           02 gt-reverse-flag pic x.
       sd sort-work.
       01 sort-record.
           02 sr-student-id pic 9(3).
           02 sr-sequence pic 9(7).
           02 sr-history pic x(70).
       fd bill-report.
       01 report-line pic x(80).
       fd statement-file.
       01 statement-line pic x(80).
       working-storage section.
       01 ws-enroll-status pic xx value spaces.
           88 enroll-ok value "00".
           88 enroll-eof value "10".
       01 ws-catalog-status pic xx value spaces.
           88 catalog-ok value "00".
       01 ws-student-status pic xx value spaces.
           88 student-ok value "00".
       01 ws-account-status pic xx value spaces.
           88 account-ok value "00".
           88 account-eof value "10".
       01 ws-billed-status pic xx value spaces.
           88 billed-ok value "00".
       01 ws-history-status pic xx value spaces.
           88 history-ok value "00".
           88 history-eof value "10".
       01 ws-withdrawal-status pic xx value spaces.
           88 withdrawal-ok value "00".
           88 withdrawal-eof value "10".
       01 ws-payment-status pic xx value spaces.
           88 payment-ok value "00".
           88 payment-eof value "10".
       01 ws-rate-status pic xx value spaces.
           88 rate-ok value "00".
           88 rate-eof value "10".
       01 ws-term-status pic xx value spaces.
       01 ws-control-status pic xx value spaces.
           88 control-ok value "00".
       01 ws-gl-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ws-statement-status pic xx value spaces.
       01 ws-today pic 9(8) value zeroes.
       01 ws-run-term pic 9(5) value 0.
       01 ws-student-open-flag pic x value "N".
           88 ws-student-open value "Y".
       01 ws-run-ok-flag pic x value "Y".
           88 ws-run-ok value "Y".
      *The term's rates off the rate file.
       01 ws-rates-found-flag pic x value "N".
           88 ws-rates-found value "Y".
       01 ws-hour-rate pic 9(4)v99 value 0.
       01 ws-refund-deadline pic 9(8) value 0.
       01 ws-due-date pic 9(8) value 0.
       01 fee-table.
           02 fee-entry occurs 20 times
                   indexed by fee-idx.
               03 ft-fee-code pic x(6).
               03 ft-fee-desc pic x(20).
               03 ft-fee-amount pic 9(5)v99.
       01 ws-fee-count pic 99 value 0.
       01 ws-fee-scan pic 99 value 0.
      *GL accounts - student receivables, tuition and fee income,
      *cash - unless the control card names others.
       01 ws-receivable-account pic 9(4) value 1260.
       01 ws-income-account pic 9(4) value 4400.
       01 ws-cash-account pic 9(4) value 1000.
      *The account in hand: read, or built fresh for a student's
      *first charge and written instead of rewritten.
       01 ws-account-new-flag pic x value "N".
           88 ws-account-new value "Y".
       01 ws-rebill-flag pic x value "N".
           88 ws-rebill value "Y".
       01 ws-account-id pic 9(3) value 0.
       01 ws-charge pic 9(5)v99 value 0.
       01 ws-hist-type pic x(6) value spaces.
       01 ws-hist-reference pic x(8) value spaces.
       01 ws-hist-desc pic x(20) value spaces.
       01 ws-hist-amount pic s9(7)v99 value 0.
       01 ws-hist-sequence pic 9(7) value 0.
       01 ws-amount-edit pic z,zzz,zz9.99-.
       01 ws-balance-edit pic z,zzz,zz9.99-.
       01 ws-line-account pic 9(4) value 0.
       01 ws-line-amount pic s9(7)v99 value 0.
       01 ws-line-desc pic x(20) value spaces.
       01 ws-gl-reference pic x(8) value spaces.
       01 ws-sort-flag pic x value "N".
           88 ws-sort-eof value "Y".
       01 ws-first-statement pic x value "Y".
           88 is-first-statement value "Y".
       01 ws-prev-student pic 9(3) value 0.
       01 ws-hold-scan-flag pic x value "N".
           88 ws-hold-scan-done value "Y".
       01 ws-counts.
           02 ws-courses-billed pic 9(5) value 0.
           02 ws-courses-rebilled pic 9(5) value 0.
           02 ws-not-billed pic 9(5) value 0.
           02 ws-refunds pic 9(5) value 0.
           02 ws-late-withdrawals pic 9(5) value 0.
           02 ws-payments pic 9(5) value 0.
           02 ws-payment-rejects pic 9(5) value 0.
           02 ws-holds-placed pic 9(5) value 0.
           02 ws-holds-released pic 9(5) value 0.
           02 ws-on-hold pic 9(5) value 0.
           02 ws-statements pic 9(5) value 0.
           02 ws-gl-lines pic 9(5) value 0.
       01 ws-totals.
           02 ws-tuition-total pic 9(7)v99 value 0.
           02 ws-fee-total pic 9(7)v99 value 0.
           02 ws-refund-total pic 9(7)v99 value 0.
           02 ws-payment-total pic 9(7)v99 value 0.
       01 ws-rpt-detail-save pic x(80) value spaces.
       copy rptctl.
       procedure division.
       0000-main.
           perform 1000-initialize
           if ws-run-ok
               perform 2000-bill-enrollments
               perform 3000-credit-withdrawals
               perform 4000-post-payments
               perform 5000-post-gl-totals
               perform 6000-settle-holds
               close account-history
               sort sort-work
                   on ascending key sr-student-id sr-sequence
                   input procedure is 7000-load-term-activity
                   output procedure is 7100-print-statements
           end-if
           perform 9000-wrapup
           stop run.

       1000-initialize.
           accept ws-today from date yyyymmdd
           open output bill-report
           open output statement-file
           initialize report-control
           move "TUITBILL" to rc-program-name
           open input term-control
           read term-control
               at end continue
               not at end
                   if tc-term is numeric
                       move tc-term to ws-run-term
                   end-if
           end-read
           close term-control
           open input bill-control
           if control-ok
               read bill-control
                   at end continue
                   not at end
                       if bc-receivable-account is numeric
                           move bc-receivable-account
                               to ws-receivable-account
                       end-if
                       if bc-income-account is numeric
                           move bc-income-account
                               to ws-income-account
                       end-if
                       if bc-cash-account is numeric
                           move bc-cash-account to ws-cash-account
                       end-if
               end-read
               close bill-control
           end-if
           perform 1100-load-rates
           move spaces to report-line
           string "TUITION BILLING - TERM " ws-run-term
               delimited by size into report-line
           perform 9100-write-report-line
           if not ws-rates-found
               move spaces to report-line
               string "NO RATE LINE FOR TERM " ws-run-term
                   " ON TUITION-RATES.DAT - NOTHING BILLED"
                   delimited by size into report-line
               perform 9100-write-report-line
               move "N" to ws-run-ok-flag
               move 8 to return-code
           end-if
           if ws-run-ok
               perform 1200-open-files
           end-if.

       1100-load-rates.
           open input rate-file
           if rate-ok
               perform 1110-read-rate
               perform 1120-store-rate
                   until rate-eof
               close rate-file
           end-if.

       1110-read-rate.
           read rate-file
               at end set rate-eof to true
           end-read.

       1120-store-rate.
           if rr-term = ws-run-term
               evaluate true
                   when rr-type = "H"
                       set ws-rates-found to true
                       move rr-hour-rate to ws-hour-rate
                       move rr-refund-deadline to ws-refund-deadline
                       move rr-due-date to ws-due-date
                   when rr-type = "F" and ws-fee-count < 20
                       add 1 to ws-fee-count
                       set fee-idx to ws-fee-count
                       move rr-fee-code to ft-fee-code (fee-idx)
                       move rr-fee-desc to ft-fee-desc (fee-idx)
                       move rr-fee-amount to ft-fee-amount (fee-idx)
                   when other
                       continue
               end-evaluate
           end-if
           perform 1110-read-rate.

      *The account and billed files are created on the first-ever
      *run, the way STUMNT bootstraps its masters.
       1200-open-files.
           open i-o student-account
           if ws-account-status = "35"
               open output student-account
               close student-account
               open i-o student-account
           end-if
           if not account-ok
               display "tuitbill: account open failed, status "
                   ws-account-status
               move "N" to ws-run-ok-flag
               move 16 to return-code
           end-if
           open i-o billed-file
           if ws-billed-status = "35"
               open output billed-file
               close billed-file
               open i-o billed-file
           end-if
           if not billed-ok
               display "tuitbill: billed file open failed, status "
                   ws-billed-status
               move "N" to ws-run-ok-flag
               move 16 to return-code
           end-if
           open input course-catalog
           if not catalog-ok
               display "tuitbill: catalog open failed, status "
                   ws-catalog-status
               move "N" to ws-run-ok-flag
               move 16 to return-code
           end-if
           open input student-master
           if student-ok
               set ws-student-open to true
           end-if
           open extend account-history
           if ws-history-status = "35"
               open output account-history
           end-if
           open extend gl-trans
           if ws-gl-status = "35"
               open output gl-trans
           end-if.

       2000-bill-enrollments.
           open input enrollment-file
           if not enroll-ok
               display "tuitbill: enrollment open failed, status "
                   ws-enroll-status
               move 16 to return-code
               set enroll-eof to true
           end-if
           if not enroll-eof
               perform 2100-read-enrollment
           end-if
           perform 2200-bill-one-enrollment
               until enroll-eof
           close enrollment-file.

       2100-read-enrollment.
           read enrollment-file next record
               at end set enroll-eof to true
           end-read.

      *Already on the billed file means an earlier run charged it -
      *unless a withdrawal has since settled it and the student is
      *enrolled again, which charges the course over. A re-enrollment
      *keyed the day the withdrawal settled waits for the next run,
      *so the new charge is always dated after the withdrawal.
       2200-bill-one-enrollment.
           if en-term = ws-run-term
               move en-student-id to tb-student-id
               move en-course-id to tb-course-id
               move en-term to tb-term
               read billed-file
                   key is tb-key
               end-read
               move "N" to ws-rebill-flag
               evaluate true
                   when not billed-ok
                       perform 2300-charge-course
                   when (tb-refunded or tb-no-refund)
                           and tb-refund-date < ws-today
                       set ws-rebill to true
                       perform 2300-charge-course
                   when other
                       continue
               end-evaluate
           end-if
           perform 2100-read-enrollment.

       2300-charge-course.
           move en-course-id to cc-course-id
           read course-catalog
               key is cc-course-id
           end-read
           if not catalog-ok
               add 1 to ws-not-billed
               move spaces to report-line
               string "NOT BILLED student " en-student-id
                   " course " en-course-id " not on catalog"
                   delimited by size into report-line
               perform 9100-write-report-line
           else
               move en-student-id to sa-student-id
               perform 2800-get-account
               if sa-last-term-billed not = ws-run-term
                   perform 2400-charge-term-fees
               end-if
               compute ws-charge rounded =
                   ws-hour-rate * cc-credit-hrs
               add ws-charge to sa-balance
               add ws-charge to ws-tuition-total
               move ws-today to sa-last-bill-date
               move "CHARGE" to ws-hist-type
               move en-course-id to ws-hist-reference
               move cc-course-name to ws-hist-desc
               move ws-charge to ws-hist-amount
               perform 2900-write-history
               perform 2850-save-account
               move en-student-id to tb-student-id
               move en-course-id to tb-course-id
               move en-term to tb-term
               move cc-credit-hrs to tb-credit-hrs
               move ws-charge to tb-amount
               move ws-today to tb-bill-date
               move space to tb-refund-flag
               move 0 to tb-refund-date
               move ws-charge to ws-amount-edit
               move spaces to report-line
               if ws-rebill
                   rewrite billed-record
                       invalid key continue
                   end-rewrite
                   add 1 to ws-courses-rebilled
                   string "RECHARGED student " en-student-id
                       " course " en-course-id " " ws-amount-edit
                       " re-enrolled" delimited by size
                       into report-line
               else
                   write billed-record
                       invalid key continue
                   end-write
                   string "CHARGED   student " en-student-id
                       " course " en-course-id " " ws-amount-edit
                       delimited by size into report-line
               end-if
               add 1 to ws-courses-billed
               perform 9100-write-report-line
           end-if.

      *The first course billed for the term brings the term fees,
      *and sets the date the term's bill falls due.
       2400-charge-term-fees.
           move ws-run-term to sa-last-term-billed
           move ws-due-date to sa-due-date
           move 1 to ws-fee-scan
           perform 2410-charge-one-fee
               until ws-fee-scan > ws-fee-count.

       2410-charge-one-fee.
           set fee-idx to ws-fee-scan
           add ft-fee-amount (fee-idx) to sa-balance
           add ft-fee-amount (fee-idx) to ws-fee-total
           move "FEE" to ws-hist-type
           move ft-fee-code (fee-idx) to ws-hist-reference
           move ft-fee-desc (fee-idx) to ws-hist-desc
           move ft-fee-amount (fee-idx) to ws-hist-amount
           perform 2900-write-history
           add 1 to ws-fee-scan.

       2800-get-account.
           move "N" to ws-account-new-flag
           read student-account
               key is sa-student-id
           end-read
           if not account-ok
               move sa-student-id to ws-account-id
               initialize student-account-record
               move ws-account-id to sa-student-id
               move "N" to sa-hold-flag
               set ws-account-new to true
           end-if.

       2850-save-account.
           if ws-account-new
               write student-account-record
                   invalid key continue
               end-write
               move "N" to ws-account-new-flag
           else
               rewrite student-account-record
                   invalid key continue
               end-rewrite
           end-if.

       2900-write-history.
           move sa-student-id to ah-student-id
           move ws-today to ah-date
           move ws-run-term to ah-term
           move ws-hist-type to ah-type
           move ws-hist-reference to ah-reference
           move ws-hist-desc to ah-desc
           move ws-hist-amount to ah-amount
           move sa-balance to ah-balance
           write account-history-record.

       3000-credit-withdrawals.
           open input withdrawal-log
           if withdrawal-ok
               perform 3100-read-withdrawal
               perform 3200-settle-one-withdrawal
                   until withdrawal-eof
               close withdrawal-log
           end-if.

       3100-read-withdrawal.
           read withdrawal-log
               at end set withdrawal-eof to true
           end-read.

      *A withdrawal for a course never billed has nothing to credit,
      *and one already settled is passed over - as is one dated
      *before the charge, a withdrawal from an earlier enrollment in
      *the course.
       3200-settle-one-withdrawal.
           if wd-term = ws-run-term
               move wd-student-id to tb-student-id
               move wd-course-id to tb-course-id
               move wd-term to tb-term
               read billed-file
                   key is tb-key
               end-read
               if billed-ok
                       and not tb-refunded and not tb-no-refund
                       and wd-date >= tb-bill-date
                   if wd-date <= ws-refund-deadline
                       perform 3300-refund-course
                   else
                       perform 3400-note-late-withdrawal
                   end-if
               end-if
           end-if
           perform 3100-read-withdrawal.

       3300-refund-course.
           move wd-student-id to sa-student-id
           perform 2800-get-account
           subtract tb-amount from sa-balance
           add tb-amount to ws-refund-total
           move "REFUND" to ws-hist-type
           move wd-course-id to ws-hist-reference
           move "WITHDRAWAL CREDIT" to ws-hist-desc
           compute ws-hist-amount = 0 - tb-amount
           perform 2900-write-history
           perform 2850-save-account
           set tb-refunded to true
           move ws-today to tb-refund-date
           rewrite billed-record
               invalid key continue
           end-rewrite
           add 1 to ws-refunds
           move tb-amount to ws-amount-edit
           move spaces to report-line
           string "REFUNDED  student " wd-student-id
               " course " wd-course-id " " ws-amount-edit
               " withdrew " wd-date delimited by size
               into report-line
           perform 9100-write-report-line.

       3400-note-late-withdrawal.
           set tb-no-refund to true
           move ws-today to tb-refund-date
           rewrite billed-record
               invalid key continue
           end-rewrite
           add 1 to ws-late-withdrawals
           move spaces to report-line
           string "NO REFUND student " wd-student-id
               " course " wd-course-id " withdrew " wd-date
               " after " ws-refund-deadline
               delimited by size into report-line
           perform 9100-write-report-line.

       4000-post-payments.
           open input payment-file
           if payment-ok
               perform 4100-read-payment
               perform 4200-post-one-payment
                   until payment-eof
               close payment-file
           end-if.

       4100-read-payment.
           read payment-file
               at end set payment-eof to true
           end-read.

      *A payment for a student with no account rejects - there is
      *nothing billed to pay against.
       4200-post-one-payment.
           move tp-student-id to sa-student-id
           read student-account
               key is sa-student-id
           end-read
           if not account-ok or tp-amount is not numeric
                   or tp-amount = 0
               add 1 to ws-payment-rejects
               move spaces to report-line
               string "REJECTED  payment student " tp-student-id
                   " ref " tp-reference
                   " - no account or bad amount"
                   delimited by size into report-line
               perform 9100-write-report-line
           else
               subtract tp-amount from sa-balance
               add tp-amount to ws-payment-total
               if tp-date is numeric and tp-date > 0
                   move tp-date to sa-last-pay-date
               else
                   move ws-today to sa-last-pay-date
               end-if
               move "PAYMNT" to ws-hist-type
               move tp-reference to ws-hist-reference
               move "PAYMENT RECEIVED" to ws-hist-desc
               compute ws-hist-amount = 0 - tp-amount
               perform 2900-write-history
               rewrite student-account-record
                   invalid key continue
               end-rewrite
               add 1 to ws-payments
               move tp-amount to ws-amount-edit
               move sa-balance to ws-balance-edit
               move spaces to report-line
               string "PAYMENT   student " tp-student-id
                   " ref " tp-reference " " ws-amount-edit
                   " bal " ws-balance-edit
                   delimited by size into report-line
               perform 9100-write-report-line
           end-if
           perform 4100-read-payment.

      *Receivables carry the debit as a negative line and income
      *the credit as a positive one, the same signs ARPOST posts.
       5000-post-gl-totals.
           move spaces to ws-gl-reference
           string "TERM" ws-run-term delimited by size
               into ws-gl-reference
           if ws-tuition-total + ws-fee-total > 0
               move "TUITION AND FEES" to ws-line-desc
               move ws-receivable-account to ws-line-account
               compute ws-line-amount =
                   0 - ws-tuition-total - ws-fee-total
               perform 5100-write-gl-line
               move ws-income-account to ws-line-account
               compute ws-line-amount =
                   ws-tuition-total + ws-fee-total
               perform 5100-write-gl-line
           end-if
           if ws-refund-total > 0
               move "TUITION REFUNDS" to ws-line-desc
               move ws-income-account to ws-line-account
               compute ws-line-amount = 0 - ws-refund-total
               perform 5100-write-gl-line
               move ws-receivable-account to ws-line-account
               move ws-refund-total to ws-line-amount
               perform 5100-write-gl-line
           end-if
           if ws-payment-total > 0
               move "TUITION PAYMENTS" to ws-line-desc
               move ws-cash-account to ws-line-account
               compute ws-line-amount = 0 - ws-payment-total
               perform 5100-write-gl-line
               move ws-receivable-account to ws-line-account
               move ws-payment-total to ws-line-amount
               perform 5100-write-gl-line
           end-if.

       5100-write-gl-line.
           move ws-line-account to gt-account
           move ws-line-amount to gt-amount
           move ws-today to gt-date
           move "TU" to gt-source
           move ws-gl-reference to gt-reference
           move ws-line-desc to gt-desc
           move space to gt-reverse-flag
           write gl-trans-record
           add 1 to ws-gl-lines.

      *Past due is a balance still owing after the due date of the
      *last term billed. Paid down to nothing, the hold comes off.
       6000-settle-holds.
           move 0 to sa-student-id
           move "N" to ws-hold-scan-flag
           start student-account key is >= sa-student-id
               invalid key set ws-hold-scan-done to true
           end-start
           perform 6100-settle-one-account
               until ws-hold-scan-done.

       6100-settle-one-account.
           read student-account next record
               at end set ws-hold-scan-done to true
           end-read
           if not ws-hold-scan-done
               evaluate true
                   when sa-balance > 0 and sa-due-date > 0
                           and ws-today > sa-due-date
                       add 1 to ws-on-hold
                       if not sa-on-hold
                           move "Y" to sa-hold-flag
                           move ws-today to sa-hold-date
                           rewrite student-account-record
                               invalid key continue
                           end-rewrite
                           add 1 to ws-holds-placed
                           move sa-balance to ws-balance-edit
                           move spaces to report-line
                           string "HOLD PLACED    student "
                               sa-student-id " owes "
                               ws-balance-edit " due "
                               sa-due-date delimited by size
                               into report-line
                           perform 9100-write-report-line
                       end-if
                   when sa-on-hold and sa-balance not > 0
                       move "N" to sa-hold-flag
                       move 0 to sa-hold-date
                       rewrite student-account-record
                           invalid key continue
                       end-rewrite
                       add 1 to ws-holds-released
                       move spaces to report-line
                       string "HOLD RELEASED  student "
                           sa-student-id " paid in full"
                           delimited by size into report-line
                       perform 9100-write-report-line
                   when other
                       continue
               end-evaluate
           end-if.

      *Every activity line for the term, in the order it was posted,
      *grouped by student for the statements.
       7000-load-term-activity.
           open input account-history
           if history-ok
               perform 7010-read-history
               perform 7020-release-one-line
                   until history-eof
               close account-history
           end-if.

       7010-read-history.
           read account-history
               at end set history-eof to true
           end-read.

       7020-release-one-line.
           if ah-term = ws-run-term
               add 1 to ws-hist-sequence
               move ah-student-id to sr-student-id
               move ws-hist-sequence to sr-sequence
               move account-history-record to sr-history
               release sort-record
           end-if
           perform 7010-read-history.

       7100-print-statements.
           perform 7110-return-sorted
           perform 7200-print-one-line
               until ws-sort-eof
           if not is-first-statement
               perform 7400-close-statement
           end-if.

       7110-return-sorted.
           return sort-work
               at end set ws-sort-eof to true
           end-return.

       7200-print-one-line.
           if is-first-statement
               move "N" to ws-first-statement
               perform 7300-open-statement
           else
               if sr-student-id not = ws-prev-student
                   perform 7400-close-statement
                   perform 7300-open-statement
               end-if
           end-if
           move sr-history to account-history-record
           move ah-amount to ws-amount-edit
           move ah-balance to ws-balance-edit
           move spaces to statement-line
           string ah-date " " ah-type " " ah-reference " "
               ah-desc ws-amount-edit ws-balance-edit
               delimited by size into statement-line
           write statement-line
           perform 7110-return-sorted.

       7300-open-statement.
           add 1 to ws-statements
           move sr-student-id to ws-prev-student
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
           move spaces to statement-line
           write statement-line
           move spaces to statement-line
           string "STATEMENT OF ACCOUNT  TERM " ws-run-term
               "  DATE " ws-today delimited by size
               into statement-line
           write statement-line
           move spaces to statement-line
           string "STUDENT " sr-student-id " " sm-student-name
               delimited by size into statement-line
           write statement-line
           move spaces to statement-line
           string "DATE     TYPE   REFERENCE DESCRIPTION"
               "                AMOUNT       BALANCE"
               delimited by size into statement-line
           write statement-line.

       7400-close-statement.
           move ws-prev-student to sa-student-id
           read student-account
               key is sa-student-id
           end-read
           if account-ok
               move sa-balance to ws-balance-edit
               move spaces to statement-line
               string "BALANCE DUE " ws-balance-edit
                   "  DUE BY " sa-due-date
                   delimited by size into statement-line
               write statement-line
               if sa-on-hold
                   move spaces to statement-line
                   string "FINANCIAL HOLD - TRANSCRIPTS AND "
                       "GRADUATION AUDIT WITHHELD UNTIL PAID"
                       delimited by size into statement-line
                   write statement-line
               end-if
           end-if.

       9000-wrapup.
           move spaces to report-line
           perform 9100-write-report-line
           move spaces to report-line
           string "COURSES BILLED " ws-courses-billed
               " NOT BILLED " ws-not-billed
               " REFUNDS " ws-refunds
               " LATE WITHDRAWALS " ws-late-withdrawals
               delimited by size into report-line
           perform 9100-write-report-line
           move spaces to report-line
           string "RE-ENROLLMENTS RECHARGED " ws-courses-rebilled
               delimited by size into report-line
           perform 9100-write-report-line
           move spaces to report-line
           string "PAYMENTS " ws-payments
               " REJECTED " ws-payment-rejects
               " STATEMENTS " ws-statements
               " GL LINES " ws-gl-lines
               delimited by size into report-line
           perform 9100-write-report-line
           move spaces to report-line
           string "HOLDS PLACED " ws-holds-placed
               " RELEASED " ws-holds-released
               " ON HOLD NOW " ws-on-hold
               delimited by size into report-line
           perform 9100-write-report-line
           move ws-tuition-total to ws-amount-edit
           move ws-fee-total to ws-balance-edit
           move spaces to report-line
           string "TUITION " ws-amount-edit
               " FEES " ws-balance-edit
               delimited by size into report-line
           perform 9100-write-report-line
           move ws-refund-total to ws-amount-edit
           move ws-payment-total to ws-balance-edit
           move spaces to report-line
           string "REFUNDS " ws-amount-edit
               " PAYMENTS " ws-balance-edit
               delimited by size into report-line
           perform 9100-write-report-line
           if ws-run-ok
               close student-account
               close billed-file
               close course-catalog
               close gl-trans
               if ws-student-open
                   close student-master
               end-if
           end-if
           close bill-report
           close statement-file.

       9100-write-report-line.
           move report-line to ws-rpt-detail-save
           call "rptwrt" using report-control
           if rc-heading-due = "Y"
               write report-line from rc-heading-1
               write report-line from rc-heading-2
               write report-line from rc-heading-3
           end-if
           write report-line from ws-rpt-detail-save.
