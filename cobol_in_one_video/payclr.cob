      *PAYREG has written an OUTSTAND line to PAYROLL-CHECKREC.DAT
      *for every check it printed, but nothing ever read the file
      *back - cleared checks were still ticked off the bank
      *statement by hand. This is the check reconciliation run: the
      *bank's paid-checks file matches against the reconciliation
      *file by check number and amount, every match is marked
      *CLEARED with the day it paid, and the exceptions list on the
      *report - a paid amount that differs from the check we cut,
      *a check the bank paid that we never issued (or already
      *cleared, or voided). What is still outstanding ages in 30-day
      *buckets as of the statement date, and anything past 90 days
      *goes STALE. A request file voids checks - optionally
      *reissuing them off the controlled check sequence - and each
      *void reverses to the GL the way PAYRET reverses a bounced
      *deposit: cash gets its credit back and the amount sits in
      *wages payable, on a feed GLPOST posts with the night's batch.
      *
      *Modification history
      *April 13th 2026     - ladoblanco prod - no void goes through on
      *  a run whose reconciliation file didn't all load - its
      *  VOIDED status couldn't be saved and the next run would
      *  void it again - and a reissue is refused up front, before
      *  the void, when the table has no room for the new check.
       identification division.
       program-id. payclr.
       author. ladoblanco prod.
       date-written. August 4th 2025.
       environment division.
       input-output section.
       file-control.
           select check-recon assign to "payroll-checkrec.dat"
               organization is line sequential
               file status is ws-recon-status.
           select bank-paid assign to "bank-paidchecks.dat"
               organization is line sequential
               file status is ws-paid-status.
           select void-request assign to "payclr-request.dat"
               organization is line sequential
               file status is ws-request-status.
           select clear-control assign to "payclr-control.dat"
               organization is line sequential
               file status is ws-control-status.
           select check-control assign to "paycheck-control.dat"
               organization is line sequential
               file status is ws-checkctl-status.
           select payroll-ytd assign to "payroll-ytd.dat"
               organization is indexed
               access mode is dynamic
               record key is py-emp-id
               file status is ws-ytd-status.
           select reissue-checks assign to "payclr-checks.dat"
               organization is line sequential
               file status is ws-reissue-status.
           select clear-gl assign to "payclr-gl.dat"
               organization is line sequential
               file status is ws-gl-status.
           select clear-report assign to "payclr.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd check-recon.
       copy chkrec.
      *The bank's paid-checks file - one line per check it paid
      *against our account during the statement period.
       fd bank-paid.
       01 bank-paid-record.
           02 bp-check-no pic 9(6).
           02 bp-amount pic 9(8)v99.
           02 bp-paid-date pic 9(8).
      *Checks payroll wants off the books. BV-ACTION V voids the
      *check and holds the money in wages payable; R voids it and
      *cuts a replacement off the controlled sequence.
       fd void-request.
       01 void-request-record.
           02 bv-check-no pic 9(6).
           02 bv-action pic x.
               88 bv-void-only value "V".
               88 bv-reissue value "R".
           02 bv-reason pic x(20).
      *The bank statement's closing date - the as-of date outstanding
      *checks age to. No card ages to the run date.
       fd clear-control.
       01 clear-control-record.
           02 cl-statement-date pic 9(8).
       fd check-control.
       01 check-control-record.
           02 ck-next-number pic 9(6).
       fd payroll-ytd.
       copy payytd.
      *The replacement checks, in the same print layout PAYREG's
      *check file carries.
       fd reissue-checks.
       01 check-print-record.
           02 ck-check-no pic 9(6).
           02 ck-date pic 9(8).
           02 ck-emp-id pic 9(3).
           02 ck-emp-name pic x(20).
           02 ck-net-pay pic 9(8)v99.
      *Same signed LEADING SEPARATE layout as the payroll GL feed -
      *GLPOST reads this file as another feed behind it.
       fd clear-gl.
       01 clear-gl-record.
           02 cg-account pic 9(4).
           02 cg-amount pic s9(7)v99 sign is leading separate.
           02 cg-date pic 9(8).
           02 cg-source pic xx.
           02 cg-reference pic x(8).
           02 cg-desc pic x(20).
       fd clear-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-recon-status pic xx value spaces.
           88 recon-ok value "00".
           88 recon-eof value "10".
       01 ws-paid-status pic xx value spaces.
           88 paid-ok value "00".
           88 paid-eof value "10".
       01 ws-request-status pic xx value spaces.
           88 request-ok value "00".
           88 request-eof value "10".
       01 ws-control-status pic xx value spaces.
       01 ws-checkctl-status pic xx value spaces.
       01 ws-ytd-status pic xx value spaces.
           88 ytd-ok value "00".
           88 ytd-not-found value "23".
       01 ws-reissue-status pic xx value spaces.
       01 ws-gl-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ws-today pic 9(8) value zeroes.
       01 ws-asof-date pic 9(8) value zeroes.
      *The cash account the check credited and the liability the
      *money moves back under until the employee is re-paid - the
      *same pair PAYRET reverses a bounced deposit through.
       01 gl-cash constant as 1000.
       01 gl-wages-payable constant as 2500.
      *A check outstanding longer than this goes stale.
       01 ws-stale-days pic 9(3) value 90.
      *The whole reconciliation file, loaded up front and written
      *back over the file at end of run with every status change.
       01 recon-table.
           02 recon-entry occurs 3000 times
                   indexed by recon-idx.
               03 rt-check-no pic 9(6).
               03 rt-emp-id pic 9(3).
               03 rt-amount pic 9(8)v99.
               03 rt-issue-date pic 9(8).
               03 rt-status pic x(8).
               03 rt-close-date pic 9(8).
       01 ws-recon-count pic 9(4) value 0.
       01 ws-recon-scan pic 9(4) value 0.
       01 ws-found-idx pic 9(4) value 0.
       01 ws-found-flag pic x value "N".
           88 ws-check-found value "Y".
       01 ws-search-check pic 9(6) value 0.
       01 ws-table-full-flag pic x value "N".
           88 ws-table-full value "Y".
       01 ws-next-check-no pic 9(6) value 1.
       01 ws-reissue-flag pic x value "N".
           88 ws-reissue-cut value "Y".
       01 ws-emp-name pic x(20) value spaces.
      *DATESERV call bench for the aging.
       01 ws-ds-function pic x value "D".
       01 ws-ds-number pic s9(7) value 0.
       01 ws-ds-status pic x value spaces.
       01 ws-days-out pic s9(7) value 0.
       01 ws-days-edit pic z,zz9.
       01 ws-counts.
           02 ws-paid-read pic 9(5) value 0.
           02 ws-cleared pic 9(5) value 0.
           02 ws-mismatched pic 9(5) value 0.
           02 ws-not-issued pic 9(5) value 0.
           02 ws-already-closed pic 9(5) value 0.
           02 ws-voided pic 9(5) value 0.
           02 ws-reissued pic 9(5) value 0.
           02 ws-void-rejects pic 9(5) value 0.
           02 ws-outstanding pic 9(5) value 0.
           02 ws-stale pic 9(5) value 0.
       01 ws-totals.
           02 ws-paid-total pic 9(10)v99 value 0.
           02 ws-cleared-total pic 9(10)v99 value 0.
           02 ws-voided-total pic 9(10)v99 value 0.
           02 ws-outstanding-total pic 9(10)v99 value 0.
      *Outstanding by age, 30-day buckets - the last one is stale.
       01 aging-buckets.
           02 ab-bucket occurs 4 times indexed by bucket-idx.
               03 ab-count pic 9(5).
               03 ab-amount pic 9(10)v99.
       01 ws-bucket-no pic 9 value 0.
       01 ws-bucket-scan pic 9 value 0.
       01 bucket-label-values.
           02 filler pic x(12) value "   0 - 30   ".
           02 filler pic x(12) value "  31 - 60   ".
           02 filler pic x(12) value "  61 - 90   ".
           02 filler pic x(12) value "  OVER 90   ".
       01 bucket-labels redefines bucket-label-values.
           02 bucket-label pic x(12) occurs 4 times.
       01 ws-amount-edit pic zz,zzz,zz9.99.
       01 ws-amount-edit-2 pic zz,zzz,zz9.99.
       procedure division.
       0000-main.
           perform 1000-initialize
           perform 2000-clear-paid-items
           perform 3000-process-void-requests
           perform 4000-age-outstanding
           perform 5000-save-recon-file
           perform 6000-wrapup
           stop run.

       1000-initialize.
           accept ws-today from date yyyymmdd
           move ws-today to ws-asof-date
           perform 1100-read-control-card
           open output clear-report
           move spaces to report-line
           string "PAYROLL CHECK RECONCILIATION - STATEMENT "
               ws-asof-date delimited by size into report-line
           write report-line
           initialize aging-buckets
           perform 1200-load-recon-file
           perform 1300-read-check-control
           open i-o payroll-ytd
           if not ytd-ok
               display "payclr: ytd open failed, status "
                   ws-ytd-status
               move 16 to return-code
           end-if
           open output clear-gl
           open output reissue-checks.

       1100-read-control-card.
           open input clear-control
           if ws-control-status = "00"
               read clear-control
                   at end continue
                   not at end
                       if cl-statement-date is numeric
                               and cl-statement-date > 0
                           move cl-statement-date to ws-asof-date
                       end-if
               end-read
               close clear-control
           end-if.

      *No reconciliation file means no check has ever been cut -
      *every paid item will list as not issued, which is the truth.
       1200-load-recon-file.
           open input check-recon
           if recon-ok
               perform 1210-read-recon
               perform 1220-store-recon
                   until recon-eof
               close check-recon
           end-if.

       1210-read-recon.
           read check-recon
               at end set recon-eof to true
           end-read.

      *Lines written before the close date existed read with spaces
      *there - they load as zero.
       1220-store-recon.
           if ws-recon-count < 3000
               add 1 to ws-recon-count
               set recon-idx to ws-recon-count
               move cr2-check-no to rt-check-no (recon-idx)
               move cr2-emp-id to rt-emp-id (recon-idx)
               move cr2-amount to rt-amount (recon-idx)
               move cr2-issue-date to rt-issue-date (recon-idx)
               move cr2-status to rt-status (recon-idx)
               if cr2-close-date is numeric
                   move cr2-close-date to rt-close-date (recon-idx)
               else
                   move 0 to rt-close-date (recon-idx)
               end-if
           else
               set ws-table-full to true
               display "payclr: reconciliation file exceeds 3000 "
                   "checks, check " cr2-check-no " not loaded"
           end-if
           perform 1210-read-recon.

       1300-read-check-control.
           open input check-control
           if ws-checkctl-status = "00"
               read check-control
                   at end continue
                   not at end
                       if ck-next-number is numeric
                               and ck-next-number > 0
                           move ck-next-number to ws-next-check-no
                       end-if
               end-read
               close check-control
           end-if.

      *One pass of the bank's paid items. A check clears only when
      *the number is ours, still open, and the amount agrees to the
      *penny - anything else is an exception for payroll to chase,
      *and the check stays open on our side.
       2000-clear-paid-items.
           open input bank-paid
           if paid-ok
               perform 2010-read-paid
               perform 2100-match-one-paid-item
                   until paid-eof
               close bank-paid
           else
               move spaces to report-line
               string "NO PAID-CHECKS FILE - NOTHING CLEARED"
                   delimited by size into report-line
               write report-line
           end-if.

       2010-read-paid.
           read bank-paid
               at end set paid-eof to true
           end-read.

       2100-match-one-paid-item.
           add 1 to ws-paid-read
           add bp-amount to ws-paid-total
           move bp-check-no to ws-search-check
           perform 2200-find-check
           evaluate true
               when not ws-check-found
                   perform 2300-report-not-issued
               when rt-status (recon-idx) = "CLEARED "
                       or rt-status (recon-idx) = "VOIDED  "
                   perform 2400-report-already-closed
               when rt-amount (recon-idx) not = bp-amount
                   perform 2500-report-mismatch
               when other
                   perform 2600-mark-cleared
           end-evaluate
           perform 2010-read-paid.

       2200-find-check.
           move "N" to ws-found-flag
           move 0 to ws-found-idx
           move 0 to ws-recon-scan
           perform 2210-check-one-entry
               until ws-recon-scan >= ws-recon-count
                   or ws-check-found
           if ws-check-found
               set recon-idx to ws-found-idx
           end-if.

       2210-check-one-entry.
           add 1 to ws-recon-scan
           set recon-idx to ws-recon-scan
           if rt-check-no (recon-idx) = ws-search-check
               set ws-check-found to true
               move ws-recon-scan to ws-found-idx
           end-if.

       2300-report-not-issued.
           add 1 to ws-not-issued
           move bp-amount to ws-amount-edit
           move spaces to report-line
           string "NOT ISSUED  check " bp-check-no
               " paid " ws-amount-edit " on " bp-paid-date
               " - no check of ours" delimited by size
               into report-line
           write report-line.

       2400-report-already-closed.
           add 1 to ws-already-closed
           move bp-amount to ws-amount-edit
           move spaces to report-line
           string "PAID TWICE  check " bp-check-no
               " paid " ws-amount-edit " on " bp-paid-date
               " - already " rt-status (recon-idx)
               delimited by size into report-line
           write report-line.

       2500-report-mismatch.
           add 1 to ws-mismatched
           move bp-amount to ws-amount-edit
           move rt-amount (recon-idx) to ws-amount-edit-2
           move spaces to report-line
           string "MISMATCH    check " bp-check-no
               " paid " ws-amount-edit " issued " ws-amount-edit-2
               delimited by size into report-line
           write report-line.

       2600-mark-cleared.
           add 1 to ws-cleared
           add bp-amount to ws-cleared-total
           move "CLEARED " to rt-status (recon-idx)
           move bp-paid-date to rt-close-date (recon-idx).

      *Void requests apply after the paid items, so a check the bank
      *paid on this same statement clears rather than being voided
      *out from under a payment that already happened.
       3000-process-void-requests.
           open input void-request
           if request-ok
               perform 3010-read-request
               perform 3100-apply-one-request
                   until request-eof
               close void-request
           end-if.

       3010-read-request.
           read void-request
               at end set request-eof to true
           end-read.

       3100-apply-one-request.
           move bv-check-no to ws-search-check
           perform 2200-find-check
           evaluate true
               when not ws-check-found
                   add 1 to ws-void-rejects
                   move spaces to report-line
                   string "VOID REFUSED check " bv-check-no
                       " - not on reconciliation file"
                       delimited by size into report-line
                   write report-line
               when rt-status (recon-idx) not = "OUTSTAND"
                       and rt-status (recon-idx) not = "STALE   "
                   add 1 to ws-void-rejects
                   move spaces to report-line
                   string "VOID REFUSED check " bv-check-no
                       " - already " rt-status (recon-idx)
                       delimited by size into report-line
                   write report-line
               when not bv-void-only and not bv-reissue
                   add 1 to ws-void-rejects
                   move spaces to report-line
                   string "VOID REFUSED check " bv-check-no
                       " - bad action code " bv-action
                       delimited by size into report-line
                   write report-line
               when ws-table-full
                   add 1 to ws-void-rejects
                   move spaces to report-line
                   string "VOID REFUSED check " bv-check-no
                       " - reconciliation table full"
                       delimited by size into report-line
                   write report-line
               when bv-reissue and ws-recon-count >= 3000
                   add 1 to ws-void-rejects
                   move spaces to report-line
                   string "VOID REFUSED check " bv-check-no
                       " - no room to reissue, table full"
                       delimited by size into report-line
                   write report-line
               when other
                   perform 3200-void-check
           end-evaluate
           perform 3010-read-request.

      *The check comes off the books: cash gets its credit back and
      *the money sits in wages payable, the balanced pair PAYRET
      *writes for a bounced deposit. A plain void backs the net out
      *of the employee's YTD the way a bounced deposit does; a
      *reissue pays the same net again, so YTD is left alone.
       3200-void-check.
           add 1 to ws-voided
           add rt-amount (recon-idx) to ws-voided-total
           move "VOIDED  " to rt-status (recon-idx)
           move ws-today to rt-close-date (recon-idx)
           move spaces to cg-reference
           move rt-check-no (recon-idx) to cg-reference (1:6)
           move ws-today to cg-date
           move "CV" to cg-source
           move "CHECK VOID REVERSAL " to cg-desc
           move gl-cash to cg-account
           compute cg-amount = 0 - rt-amount (recon-idx)
               on size error move 0 to cg-amount
           end-compute
           write clear-gl-record
           move gl-wages-payable to cg-account
           move rt-amount (recon-idx) to cg-amount
           write clear-gl-record
           perform 3300-lookup-employee
           move rt-amount (recon-idx) to ws-amount-edit
           move spaces to report-line
           string "VOIDED      check " rt-check-no (recon-idx)
               " emp " rt-emp-id (recon-idx) " " ws-emp-name
               " " ws-amount-edit delimited by size
               into report-line
           write report-line
           move spaces to report-line
           string "            reason " bv-reason
               delimited by size into report-line
           write report-line
           if bv-reissue
               perform 3400-reissue-check
           else
               if ytd-ok
                   subtract rt-amount (recon-idx) from py-ytd-net
                   rewrite ytd-record
               end-if
               move spaces to report-line
               string "            held in wages payable - "
                   "RE-PAY REQUIRED" delimited by size
                   into report-line
               write report-line
           end-if.

       3300-lookup-employee.
           move rt-emp-id (recon-idx) to py-emp-id
           read payroll-ytd
               key is py-emp-id
           end-read
           if ytd-ok
               move py-emp-name to ws-emp-name
           else
               move spaces to ws-emp-name
           end-if.

      *The replacement takes the next number off the controlled
      *sequence, goes to the print file, and starts its own life as
      *a new OUTSTAND line dated today. Wages payable hands the
      *money back to cash, so a void and reissue nets to nothing on
      *the ledger but leaves both halves on the journal.
      *Room for the new check was made sure of before the void.
       3400-reissue-check.
           set ws-reissue-cut to true
           add 1 to ws-reissued
           move ws-next-check-no to ck-check-no
           move ws-today to ck-date
           move rt-emp-id (recon-idx) to ck-emp-id
           move ws-emp-name to ck-emp-name
           move rt-amount (recon-idx) to ck-net-pay
           write check-print-record
           move spaces to cg-reference
           move ws-next-check-no to cg-reference (1:6)
           move "CHECK REISSUE       " to cg-desc
           move gl-wages-payable to cg-account
           compute cg-amount = 0 - rt-amount (recon-idx)
               on size error move 0 to cg-amount
           end-compute
           write clear-gl-record
           move gl-cash to cg-account
           move rt-amount (recon-idx) to cg-amount
           write clear-gl-record
           move spaces to report-line
           string "            REISSUED as check "
               ws-next-check-no delimited by size
               into report-line
           write report-line
           move rt-emp-id (recon-idx) to cr2-emp-id
           move rt-amount (recon-idx) to cr2-amount
           add 1 to ws-recon-count
           set recon-idx to ws-recon-count
           move ws-next-check-no to rt-check-no (recon-idx)
           move cr2-emp-id to rt-emp-id (recon-idx)
           move cr2-amount to rt-amount (recon-idx)
           move ws-today to rt-issue-date (recon-idx)
           move "OUTSTAND" to rt-status (recon-idx)
           move 0 to rt-close-date (recon-idx)
           add 1 to ws-next-check-no.

      *Whatever is still open ages from its issue date to the
      *statement date. Past 90 days the check is STALE - it stays
      *clearable if the bank does pay it, but it lists as a void
      *and reissue candidate.
       4000-age-outstanding.
           move spaces to report-line
           string "OUTSTANDING CHECKS AS OF " ws-asof-date
               delimited by size into report-line
           write report-line
           move 0 to ws-recon-scan
           perform 4100-age-one-check
               until ws-recon-scan >= ws-recon-count
           move 0 to ws-bucket-scan
           perform 4200-print-one-bucket
               until ws-bucket-scan >= 4.

       4100-age-one-check.
           add 1 to ws-recon-scan
           set recon-idx to ws-recon-scan
           if rt-status (recon-idx) = "OUTSTAND"
                   or rt-status (recon-idx) = "STALE   "
               move "D" to ws-ds-function
               call "dateserv" using ws-ds-function
                   rt-issue-date (recon-idx) ws-asof-date
                   ws-ds-number ws-ds-status
               if ws-ds-status = "Y"
                   move ws-ds-number to ws-days-out
               else
                   move 0 to ws-days-out
               end-if
               evaluate true
                   when ws-days-out > ws-stale-days
                       move 4 to ws-bucket-no
                   when ws-days-out > 60
                       move 3 to ws-bucket-no
                   when ws-days-out > 30
                       move 2 to ws-bucket-no
                   when other
                       move 1 to ws-bucket-no
               end-evaluate
               set bucket-idx to ws-bucket-no
               add 1 to ab-count (bucket-idx)
               add rt-amount (recon-idx) to ab-amount (bucket-idx)
               add 1 to ws-outstanding
               add rt-amount (recon-idx) to ws-outstanding-total
               move ws-days-out to ws-days-edit
               move rt-amount (recon-idx) to ws-amount-edit
               move spaces to report-line
               if ws-bucket-no = 4
                   move "STALE   " to rt-status (recon-idx)
                   add 1 to ws-stale
                   string "STALE-VOID? check " rt-check-no (recon-idx)
                       " emp " rt-emp-id (recon-idx)
                       " issued " rt-issue-date (recon-idx)
                       " " ws-amount-edit " days " ws-days-edit
                       delimited by size into report-line
               else
                   string "OUTSTANDING check " rt-check-no (recon-idx)
                       " emp " rt-emp-id (recon-idx)
                       " issued " rt-issue-date (recon-idx)
                       " " ws-amount-edit " days " ws-days-edit
                       delimited by size into report-line
               end-if
               write report-line
           end-if.

       4200-print-one-bucket.
           add 1 to ws-bucket-scan
           set bucket-idx to ws-bucket-scan
           move ab-amount (bucket-idx) to ws-amount-edit
           move spaces to report-line
           string "  AGED " bucket-label (ws-bucket-scan)
               " COUNT " ab-count (bucket-idx)
               " AMOUNT " ws-amount-edit delimited by size
               into report-line
           write report-line.

      *The file goes back out whole with every status change. A run
      *that couldn't load all of it leaves it alone - writing back a
      *truncated table would lose checks.
       5000-save-recon-file.
           if ws-table-full
               move spaces to report-line
               string "RECONCILIATION FILE NOT REWRITTEN - TABLE "
                   "FULL, STATUSES NOT SAVED" delimited by size
                   into report-line
               write report-line
               move 8 to return-code
           else
               open output check-recon
               move 0 to ws-recon-scan
               perform 5100-save-one-check
                   until ws-recon-scan >= ws-recon-count
               close check-recon
               if ws-reissue-cut
                   open output check-control
                   move ws-next-check-no to ck-next-number
                   write check-control-record
                   close check-control
               end-if
           end-if.

       5100-save-one-check.
           add 1 to ws-recon-scan
           set recon-idx to ws-recon-scan
           move rt-check-no (recon-idx) to cr2-check-no
           move rt-emp-id (recon-idx) to cr2-emp-id
           move rt-amount (recon-idx) to cr2-amount
           move rt-issue-date (recon-idx) to cr2-issue-date
           move rt-status (recon-idx) to cr2-status
           move rt-close-date (recon-idx) to cr2-close-date
           write check-recon-record.

       6000-wrapup.
           move ws-paid-total to ws-amount-edit
           move spaces to report-line
           string "PAID ITEMS READ " ws-paid-read
               " TOTAL " ws-amount-edit delimited by size
               into report-line
           write report-line
           move ws-cleared-total to ws-amount-edit
           move spaces to report-line
           string "CLEARED " ws-cleared " TOTAL " ws-amount-edit
               delimited by size into report-line
           write report-line
           move spaces to report-line
           string "MISMATCHED " ws-mismatched
               " NOT ISSUED " ws-not-issued
               " PAID TWICE " ws-already-closed
               delimited by size into report-line
           write report-line
           move ws-voided-total to ws-amount-edit
           move spaces to report-line
           string "VOIDED " ws-voided " TOTAL " ws-amount-edit
               " REISSUED " ws-reissued
               " REFUSED " ws-void-rejects delimited by size
               into report-line
           write report-line
           move ws-outstanding-total to ws-amount-edit
           move spaces to report-line
           string "STILL OUTSTANDING " ws-outstanding
               " TOTAL " ws-amount-edit " STALE " ws-stale
               delimited by size into report-line
           write report-line
           close payroll-ytd
           close clear-gl
           close reissue-checks
           close clear-report.
