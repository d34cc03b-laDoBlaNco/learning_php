      *Month-end accruals were keyed into GL-TRANS.DAT and then keyed
      *again, signs flipped, on the first of the next month - and the
      *second keying was forgotten as often as the standing entries
      *used to be. A keyed line flagged R behind its description is
      *an auto-reversing accrual; GLPOST carries the flag onto the
      *journal detail. Once GLCLOSE has closed the period on the
      *close card (GL-PERIOD.DAT, the same card), this run finds
      *every flagged line journaled in that period and appends the
      *exact opposite line to GL-TRANS.DAT dated the first day of
      *the new period - source RV, the original reference carried
      *across, so GLACT shows the accrual and its reversal side by
      *side. A line whose account has been deactivated on the chart
      *can't post, so its whole entry (every flagged line sharing
      *the reference and date) is held back and listed instead -
      *half an entry would take GLPOST's balancing gate down with
      *it. Every period reversed is logged on GL-REVERSED.DAT, so a
      *rerun of the same period generates nothing.
      *
      *Modification history
      *April 13th 2026     - ladoblanco prod - a period with more
      *  flagged lines than the accrual table holds reverses
      *  nothing and is not logged reversed - half the entries
      *  would go out and the rerun guard would block the rest. The
      *  run says so on the report and ends 16.
       identification division.
       program-id. glrev.
       author. ladoblanco prod.
       date-written. September 15th 2025.
       environment division.
       input-output section.
       file-control.
           select gl-journal assign to "gl-journal.dat"
               organization is line sequential
               file status is ws-journal-status.
           select gl-accounts assign to "gl-accounts.dat"
               organization is indexed
               access mode is dynamic
               record key is ga-account
               file status is ws-account-status.
           select gl-period-hist assign to "gl-period-hist.dat"
               organization is indexed
               access mode is dynamic
               record key is gh-key
               file status is ws-history-status.
           select gl-trans assign to "gl-trans.dat"
               organization is line sequential
               file status is ws-trans-status.
           select close-control assign to "gl-period.dat"
               organization is line sequential
               file status is ws-control-status.
           select reversal-log assign to "gl-reversed.dat"
               organization is line sequential
               file status is ws-log-status.
           select reversal-report assign to "glrev.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd gl-journal.
       01 gl-journal-record.
           02 jd-account pic 9(4).
           02 jd-date pic 9(8).
           02 jd-source pic xx.
           02 jd-reference pic x(8).
           02 jd-desc pic x(20).
           02 jd-amount pic s9(7)v99 sign is leading separate.
           02 jd-balance pic s9(9)v99 sign is leading separate.
           02 jd-reverse-flag pic x.
               88 jd-auto-reverse value "R".
       fd gl-accounts.
       copy glacct.
       fd gl-period-hist.
       copy glhist.
       fd gl-trans.
       01 gl-trans-record.
           02 gt-account pic 9(4).
           02 gt-amount pic s9(7)v99 sign is leading separate.
           02 gt-date pic 9(8).
           02 gt-source pic xx.
           02 gt-reference pic x(8).
           02 gt-desc pic x(20).
           02 gt-reverse-flag pic x.
       fd close-control.
       01 close-control-record.
           02 cc-period pic 9(6).
      *One line per period reversed, with the day it ran.
       fd reversal-log.
       01 reversal-log-record.
           02 rl-period pic 9(6).
           02 rl-run-date pic 9(8).
           02 rl-lines pic 9(5).
       fd reversal-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-journal-status pic xx value spaces.
           88 journal-ok value "00".
           88 journal-eof value "10".
       01 ws-account-status pic xx value spaces.
           88 account-ok value "00".
       01 ws-history-status pic xx value spaces.
           88 history-ok value "00".
       01 ws-trans-status pic xx value spaces.
       01 ws-control-status pic xx value spaces.
       01 ws-log-status pic xx value spaces.
           88 log-ok value "00".
           88 log-eof value "10".
       01 ws-report-status pic xx value spaces.
       01 ws-today pic 9(8) value zeroes.
       01 ws-card-found-flag pic x value "N".
           88 ws-card-found value "Y".
       01 ws-already-flag pic x value "N".
           88 ws-already-reversed value "Y".
       01 ws-closed-flag pic x value "N".
           88 ws-period-closed value "Y".
       01 ws-close-period pic 9(6) value 0.
       01 ws-close-parts redefines ws-close-period.
           02 ws-close-year pic 9(4).
           02 ws-close-month pic 99.
      *The first day of the period after the one closed - the date
      *every reversal carries.
       01 ws-reverse-date pic 9(8) value 0.
       01 ws-reverse-parts redefines ws-reverse-date.
           02 ws-reverse-year pic 9(4).
           02 ws-reverse-month pic 99.
           02 ws-reverse-day pic 99.
       01 ws-amount-edit pic --,---,--9.99.
       01 ws-counts.
           02 ws-reversed pic 9(5) value 0.
           02 ws-not-reversed pic 9(5) value 0.
      *Every flagged line journaled in the closed period. RT-STATUS:
      *space reverses, D the account is deactivated (or gone from
      *the chart), H held back with a deactivated line of its entry.
       01 accrual-table.
           02 accrual-line occurs 200 times
                   indexed by accrual-idx.
               03 at-account pic 9(4).
               03 at-amount pic s9(7)v99.
               03 at-date pic 9(8).
               03 at-reference pic x(8).
               03 at-desc pic x(20).
               03 at-status pic x.
       01 ws-line-count pic 9(3) value 0.
       01 ws-table-full-flag pic x value "N".
           88 ws-table-full value "Y".
       01 ws-line-scan pic 9(3) value 0.
       01 ws-entry-scan pic 9(3) value 0.
       01 ws-entry-reference pic x(8) value spaces.
       01 ws-entry-date pic 9(8) value 0.
       procedure division.
       0000-main.
           perform 1000-initialize
           if ws-card-found and not ws-already-reversed
               perform 1300-load-flagged-accruals
               if ws-table-full
                   perform 1400-report-table-full
               end-if
               if ws-line-count > 0 and not ws-table-full
                   perform 1500-check-period-closed
               end-if
               if ws-line-count > 0 and ws-period-closed
                       and not ws-table-full
                   perform 2000-check-accounts
                   perform 2200-hold-broken-entries
                   perform 2400-write-reversals
                   perform 2800-log-period-reversed
               end-if
           end-if
           perform 3000-wrapup
           goback.

      *No close card, no reversals - the period is named on purpose,
      *the same card GLCLOSE closed.
       1000-initialize.
           accept ws-today from date yyyymmdd
           open output reversal-report
           perform 1100-read-period-card
           if ws-card-found
               move spaces to report-line
               string "ACCRUAL REVERSAL - PERIOD CLOSED "
                   ws-close-period " REVERSES ON " ws-reverse-date
                   delimited by size into report-line
               write report-line
               perform 1200-check-already-reversed
               if ws-already-reversed
                   move spaces to report-line
                   string "PERIOD " ws-close-period
                       " ALREADY REVERSED - NOTHING GENERATED"
                       delimited by size into report-line
                   write report-line
               end-if
           else
               move spaces to report-line
               string "NO PERIOD CARD - NOTHING REVERSED"
                   delimited by size into report-line
               write report-line
               move 8 to return-code
           end-if.

       1100-read-period-card.
           open input close-control
           read close-control
               at end continue
               not at end
                   if cc-period is numeric and cc-period > 0
                       move cc-period to ws-close-period
                       set ws-card-found to true
                   end-if
           end-read
           close close-control
           if ws-card-found
               move ws-close-year to ws-reverse-year
               move ws-close-month to ws-reverse-month
               add 1 to ws-reverse-month
               if ws-reverse-month > 12
                   move 1 to ws-reverse-month
                   add 1 to ws-reverse-year
               end-if
               move 1 to ws-reverse-day
           end-if.

      *The log of periods already reversed - a missing log is a
      *shop that has never run this, not an error.
       1200-check-already-reversed.
           open input reversal-log
           if log-ok
               perform 1210-read-reversal-log
               perform 1220-check-one-log-line
                   until log-eof
               close reversal-log
           end-if.

       1210-read-reversal-log.
           read reversal-log
               at end set log-eof to true
           end-read.

       1220-check-one-log-line.
           if rl-period = ws-close-period
               set ws-already-reversed to true
           end-if
           perform 1210-read-reversal-log.

       1300-load-flagged-accruals.
           open input gl-journal
           if journal-ok
               perform 1310-read-journal
               perform 1320-store-flagged-line
                   until journal-eof
               close gl-journal
           end-if
           if ws-line-count = 0
               move spaces to report-line
               string "NO AUTO-REVERSING ACCRUALS IN PERIOD "
                   ws-close-period delimited by size into report-line
               write report-line
           end-if.

       1310-read-journal.
           read gl-journal
               at end set journal-eof to true
           end-read.

       1320-store-flagged-line.
           if jd-auto-reverse
                   and jd-date (1:6) = ws-close-period
               if ws-line-count < 200
                   add 1 to ws-line-count
                   set accrual-idx to ws-line-count
                   move jd-account to at-account (accrual-idx)
                   move jd-amount to at-amount (accrual-idx)
                   move jd-date to at-date (accrual-idx)
                   move jd-reference to at-reference (accrual-idx)
                   move jd-desc to at-desc (accrual-idx)
                   move space to at-status (accrual-idx)
               else
                   set ws-table-full to true
                   display "glrev: accrual table exceeds 200 "
                       "lines, " jd-reference " ignored"
               end-if
           end-if
           perform 1310-read-journal.

       1400-report-table-full.
           move spaces to report-line
           string "ACCRUAL TABLE FULL - NOTHING REVERSED FOR PERIOD "
               ws-close-period delimited by size into report-line
           write report-line
           move 16 to return-code.

      *GLCLOSE snapshots every ledger account it closes, and every
      *flagged line's account posted - so no snapshot for the first
      *one under this period means the close hasn't run yet, and a
      *reversal dated into the new period must not post ahead of it.
       1500-check-period-closed.
           open input gl-period-hist
           if history-ok
               set accrual-idx to 1
               move at-account (accrual-idx) to gh-account
               move ws-close-period to gh-period
               read gl-period-hist
                   key is gh-key
               end-read
               if history-ok
                   set ws-period-closed to true
               end-if
               close gl-period-hist
           end-if
           if not ws-period-closed
               move spaces to report-line
               string "PERIOD " ws-close-period
                   " NOT CLOSED YET - NOTHING REVERSED"
                   delimited by size into report-line
               write report-line
               move 8 to return-code
           end-if.

      *An account deactivated on the chart refuses new postings in
      *GLPOST, so its reversal would only be rejected there.
       2000-check-accounts.
           open input gl-accounts
           move 0 to ws-line-scan
           perform 2100-check-one-account
               until ws-line-scan >= ws-line-count
           close gl-accounts.

       2100-check-one-account.
           add 1 to ws-line-scan
           set accrual-idx to ws-line-scan
           move at-account (accrual-idx) to ga-account
           read gl-accounts
               key is ga-account
           end-read
           if not account-ok
               move "D" to at-status (accrual-idx)
           else
               if ga-active not = "Y"
                   move "D" to at-status (accrual-idx)
               end-if
           end-if.

      *One deactivated line holds back every line of its entry, so
      *what does reverse still nets to zero.
       2200-hold-broken-entries.
           move 0 to ws-line-scan
           perform 2210-hold-one-entry
               until ws-line-scan >= ws-line-count.

       2210-hold-one-entry.
           add 1 to ws-line-scan
           set accrual-idx to ws-line-scan
           if at-status (accrual-idx) = "D"
               move at-reference (accrual-idx) to ws-entry-reference
               move at-date (accrual-idx) to ws-entry-date
               move 0 to ws-entry-scan
               perform 2220-hold-one-line
                   until ws-entry-scan >= ws-line-count
           end-if.

       2220-hold-one-line.
           add 1 to ws-entry-scan
           set accrual-idx to ws-entry-scan
           if at-reference (accrual-idx) = ws-entry-reference
                   and at-date (accrual-idx) = ws-entry-date
                   and at-status (accrual-idx) = space
               move "H" to at-status (accrual-idx)
           end-if.

       2400-write-reversals.
           open extend gl-trans
           if ws-trans-status = "35"
               open output gl-trans
           end-if
           move 0 to ws-line-scan
           perform 2410-reverse-one-line
               until ws-line-scan >= ws-line-count
           close gl-trans.

      *The exact opposite line, same account, description and
      *reference, in the keyed-batch layout for tonight's GLPOST.
       2410-reverse-one-line.
           add 1 to ws-line-scan
           set accrual-idx to ws-line-scan
           move at-amount (accrual-idx) to ws-amount-edit
           move spaces to report-line
           evaluate at-status (accrual-idx)
               when space
                   move at-account (accrual-idx) to gt-account
                   compute gt-amount = 0 - at-amount (accrual-idx)
                   move ws-reverse-date to gt-date
                   move "RV" to gt-source
                   move at-reference (accrual-idx) to gt-reference
                   move at-desc (accrual-idx) to gt-desc
                   move space to gt-reverse-flag
                   write gl-trans-record
                   add 1 to ws-reversed
                   string "REVERSED     " at-reference (accrual-idx)
                       " " at-account (accrual-idx) " "
                       ws-amount-edit " " at-desc (accrual-idx)
                       delimited by size into report-line
               when "D"
                   add 1 to ws-not-reversed
                   string "NOT REVERSED " at-reference (accrual-idx)
                       " " at-account (accrual-idx) " "
                       ws-amount-edit " ACCOUNT DEACTIVATED"
                       delimited by size into report-line
               when other
                   add 1 to ws-not-reversed
                   string "NOT REVERSED " at-reference (accrual-idx)
                       " " at-account (accrual-idx) " "
                       ws-amount-edit " HELD WITH ITS ENTRY"
                       delimited by size into report-line
           end-evaluate
           write report-line.

       2800-log-period-reversed.
           open extend reversal-log
           if ws-log-status = "35"
               open output reversal-log
           end-if
           move ws-close-period to rl-period
           move ws-today to rl-run-date
           move ws-reversed to rl-lines
           write reversal-log-record
           close reversal-log.

       3000-wrapup.
           move spaces to report-line
           string "ACCRUAL LINES REVERSED " ws-reversed
               " NOT REVERSED " ws-not-reversed
               delimited by size into report-line
           write report-line
           if ws-not-reversed > 0
               move spaces to report-line
               string "KEY THE HELD REVERSALS BY HAND ONCE THE "
                   "ACCOUNTS ARE SORTED OUT" delimited by size
                   into report-line
               write report-line
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if
           close reversal-report.
