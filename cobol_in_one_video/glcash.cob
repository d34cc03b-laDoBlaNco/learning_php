      *GLSTMT prints the income statement and balance sheet, but the
      *cash flow statement was still built in a spreadsheet every
      *month from two trial balances. This is the statement of cash
      *flows, indirect method, off the GLCLOSE snapshots: it starts
      *from the period's net income (the income and expense
      *snapshots are the period's activity outright) and adjusts
      *for the change in every balance-sheet account between the
      *prior period's snapshot and this one's, grouped operating,
      *investing and financing by the class on the chart of
      *accounts. The ledger carries debits negative and credits
      *positive, so an account's change in ledger terms is already
      *its effect on cash - a liability that grew brought cash in,
      *an asset that grew took cash out. The statement proves
      *itself: the three sections have to add up to the change in
      *the cash accounts, or the report says it is out of balance.
      *The control card names the period; the prior period is the
      *month before it.
       identification division.
       program-id. glcash.
       author. ladoblanco prod.
       date-written. September 29th 2025.
       environment division.
       input-output section.
       file-control.
           select gl-accounts assign to "gl-accounts.dat"
               organization is indexed
               access mode is sequential
               record key is ga-account
               file status is ws-account-status.
           select gl-period-hist assign to "gl-period-hist.dat"
               organization is indexed
               access mode is dynamic
               record key is gh-key
               file status is ws-history-status.
           select cash-control assign to "glcash-control.dat"
               organization is line sequential
               file status is ws-control-status.
           select cash-report assign to "glcash.rpt"
               organization is line sequential
               file status is ws-report-status.
       data division.
       file section.
       fd gl-accounts.
       copy glacct.
       fd gl-period-hist.
       copy glhist.
       fd cash-control.
       01 cash-control-record.
           02 cc-period pic 9(6).
       fd cash-report.
       01 report-line pic x(80).
       working-storage section.
       01 ws-account-status pic xx value spaces.
           88 account-ok value "00".
           88 account-eof value "10".
       01 ws-history-status pic xx value spaces.
           88 history-ok value "00".
       01 ws-control-status pic xx value spaces.
       01 ws-report-status pic xx value spaces.
       01 ws-card-found-flag pic x value "N".
           88 ws-card-found value "Y".
       01 ws-stmt-period pic 9(6) value 0.
       01 ws-stmt-parts redefines ws-stmt-period.
           02 ws-stmt-year pic 9(4).
           02 ws-stmt-month pic 99.
       01 ws-prior-period pic 9(6) value 0.
       01 ws-prior-parts redefines ws-prior-period.
           02 ws-prior-year pic 9(4).
           02 ws-prior-month pic 99.
      *Whether the prior period was closed at all - the very first
      *close has nothing before it, and every balance counts as
      *change from zero.
       01 ws-prior-found-flag pic x value "N".
           88 ws-prior-found value "Y".
       01 ws-current-balance pic s9(9)v99 value 0.
       01 ws-prior-balance pic s9(9)v99 value 0.
       01 ws-snapshot-balance pic s9(9)v99 value 0.
       01 cash-totals.
           02 ct-net-income pic s9(11)v99 value 0.
           02 ct-operating pic s9(11)v99 value 0.
           02 ct-investing pic s9(11)v99 value 0.
           02 ct-financing pic s9(11)v99 value 0.
           02 ct-net-change pic s9(11)v99 value 0.
           02 ct-cash-opening pic s9(11)v99 value 0.
           02 ct-cash-closing pic s9(11)v99 value 0.
           02 ct-cash-change pic s9(11)v99 value 0.
      *One pass of the chart lands every balance-sheet account with
      *its change for the period; the sections print from the table.
       01 account-table.
           02 account-entry occurs 100 times
                   indexed by account-idx.
               03 act-account pic 9(4).
               03 act-description pic x(30).
               03 act-class pic x.
               03 act-change pic s9(9)v99.
       01 ws-account-count pic 9(3) value 0.
       01 ws-account-scan pic 9(3) value 0.
       01 ws-print-class pic x value space.
       01 ws-amount-edit pic ---,---,--9.99.
       01 ws-total-edit pic -,---,---,--9.99.
       procedure division.
       0000-main.
           perform 1000-initialize
           if ws-card-found
               perform 2000-gather-one-account
                   until account-eof
               perform 3000-print-statement
               perform 4000-prove-cash
           end-if
           perform 5000-wrapup
           stop run.

      *No period card, no statement - there is no open-period
      *version of this, the snapshots are the whole point.
       1000-initialize.
           open output cash-report
           perform 1100-read-period-card
           move spaces to report-line
           if ws-card-found
               string "STATEMENT OF CASH FLOWS - PERIOD "
                   ws-stmt-period " FROM " ws-prior-period
                   delimited by size into report-line
               write report-line
               open input gl-accounts
               if not account-ok
                   display "glcash: chart open failed, status "
                       ws-account-status
                   move 16 to return-code
                   set account-eof to true
               end-if
               open input gl-period-hist
               if not history-ok
                   display "glcash: period history open failed, "
                       "status " ws-history-status
                   move 16 to return-code
                   set account-eof to true
               end-if
               if not account-eof
                   perform 1200-check-prior-period
                   perform 1300-read-account
               end-if
           else
               string "NO PERIOD CARD - NO STATEMENT"
                   delimited by size into report-line
               write report-line
               move 8 to return-code
           end-if.

       1100-read-period-card.
           open input cash-control
           read cash-control
               at end continue
               not at end
                   if cc-period is numeric and cc-period > 0
                       move cc-period to ws-stmt-period
                       set ws-card-found to true
                   end-if
           end-read
           close cash-control
           if ws-card-found
               move ws-stmt-year to ws-prior-year
               move ws-stmt-month to ws-prior-month
               if ws-prior-month = 1
                   move 12 to ws-prior-month
                   subtract 1 from ws-prior-year
               else
                   subtract 1 from ws-prior-month
               end-if
           end-if.

      *GLCLOSE snapshots every ledger account, so any chart account
      *with a snapshot under the prior period proves it was closed.
       1200-check-prior-period.
           perform 1210-probe-prior-snapshot
           if not ws-prior-found
               move spaces to report-line
               string "NO SNAPSHOTS FOR " ws-prior-period
                   " - OPENING BALANCES TAKEN AS ZERO"
                   delimited by size into report-line
               write report-line
           end-if.

      *One account with a prior snapshot is enough - the chart is
      *walked until one turns up, then reopened for the real pass.
       1210-probe-prior-snapshot.
           perform 1300-read-account
           perform 1220-probe-one-account
               until account-eof or ws-prior-found
           close gl-accounts
           open input gl-accounts.

       1220-probe-one-account.
           move ga-account to gh-account
           move ws-prior-period to gh-period
           read gl-period-hist
               key is gh-key
           end-read
           if history-ok
               set ws-prior-found to true
           else
               perform 1300-read-account
           end-if.

       1300-read-account.
           read gl-accounts next record
               at end set account-eof to true
           end-read.

      *Income and expense feed net income; cash accounts feed the
      *proof; every other balance-sheet account lands in the table
      *with its change.
       2000-gather-one-account.
           move ga-account to gh-account
           move ws-stmt-period to gh-period
           perform 2100-fetch-snapshot
           move ws-snapshot-balance to ws-current-balance
           move ws-prior-period to gh-period
           perform 2100-fetch-snapshot
           move ws-snapshot-balance to ws-prior-balance
           evaluate true
               when ga-type = "I" or ga-type = "E"
                   add ws-current-balance to ct-net-income
               when ga-cash-class = "C"
                   subtract ws-prior-balance from ct-cash-opening
                   subtract ws-current-balance from ct-cash-closing
               when ga-type = "A" or ga-type = "L"
                   perform 2200-store-change
               when other
                   continue
           end-evaluate
           perform 1300-read-account.

      *Zero when the account wasn't on the ledger at that close.
       2100-fetch-snapshot.
           move 0 to ws-snapshot-balance
           read gl-period-hist
               key is gh-key
           end-read
           if history-ok
               move gh-balance to ws-snapshot-balance
           end-if.

       2200-store-change.
           if ws-account-count < 100
               add 1 to ws-account-count
               set account-idx to ws-account-count
               move ga-account to act-account (account-idx)
               move ga-description to act-description (account-idx)
               move ga-cash-class to act-class (account-idx)
               if ga-cash-class not = "V" and ga-cash-class not = "F"
                   move "O" to act-class (account-idx)
               end-if
               compute act-change (account-idx) =
                   ws-current-balance - ws-prior-balance
               evaluate act-class (account-idx)
                   when "V"
                       add act-change (account-idx) to ct-investing
                   when "F"
                       add act-change (account-idx) to ct-financing
                   when other
                       add act-change (account-idx) to ct-operating
               end-evaluate
           else
               display "glcash: chart exceeds 100 accounts, "
                   ga-account " dropped from statement"
           end-if.

       3000-print-statement.
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "OPERATING ACTIVITIES" delimited by size
               into report-line
           write report-line
           move ct-net-income to ws-amount-edit
           move spaces to report-line
           string "  NET INCOME                          "
               ws-amount-edit delimited by size into report-line
           write report-line
           move "O" to ws-print-class
           move 0 to ws-account-scan
           perform 3100-print-one-change
               until ws-account-scan >= ws-account-count
           add ct-net-income to ct-operating
           move ct-operating to ws-total-edit
           move spaces to report-line
           string "  NET CASH FROM OPERATING          "
               ws-total-edit delimited by size into report-line
           write report-line
           move spaces to report-line
           string "INVESTING ACTIVITIES" delimited by size
               into report-line
           write report-line
           move "V" to ws-print-class
           move 0 to ws-account-scan
           perform 3100-print-one-change
               until ws-account-scan >= ws-account-count
           move ct-investing to ws-total-edit
           move spaces to report-line
           string "  NET CASH FROM INVESTING          "
               ws-total-edit delimited by size into report-line
           write report-line
           move spaces to report-line
           string "FINANCING ACTIVITIES" delimited by size
               into report-line
           write report-line
           move "F" to ws-print-class
           move 0 to ws-account-scan
           perform 3100-print-one-change
               until ws-account-scan >= ws-account-count
           move ct-financing to ws-total-edit
           move spaces to report-line
           string "  NET CASH FROM FINANCING          "
               ws-total-edit delimited by size into report-line
           write report-line.

      *An account that didn't move has nothing to say on the
      *statement.
       3100-print-one-change.
           add 1 to ws-account-scan
           set account-idx to ws-account-scan
           if act-class (account-idx) = ws-print-class
                   and act-change (account-idx) not = 0
               move act-change (account-idx) to ws-amount-edit
               move spaces to report-line
               string "  " act-account (account-idx) " "
                   act-description (account-idx) " "
                   ws-amount-edit delimited by size
                   into report-line
               write report-line
           end-if.

      *Cash accounts are debits - flipped, their change is the cash
      *the period actually gained, and the statement must land on it.
       4000-prove-cash.
           compute ct-net-change =
               ct-operating + ct-investing + ct-financing
           compute ct-cash-change =
               ct-cash-closing - ct-cash-opening
           move spaces to report-line
           write report-line
           move ct-net-change to ws-total-edit
           move spaces to report-line
           string "NET CHANGE IN CASH                 "
               ws-total-edit delimited by size into report-line
           write report-line
           move ct-cash-opening to ws-total-edit
           move spaces to report-line
           string "CASH AT START OF PERIOD            "
               ws-total-edit delimited by size into report-line
           write report-line
           move ct-cash-closing to ws-total-edit
           move spaces to report-line
           string "CASH AT END OF PERIOD              "
               ws-total-edit delimited by size into report-line
           write report-line
           move spaces to report-line
           if ct-net-change = ct-cash-change
               string "CASH FLOW TIES TO THE CASH ACCOUNTS"
                   delimited by size into report-line
           else
               compute ct-cash-change = ct-net-change - ct-cash-change
               move ct-cash-change to ws-total-edit
               string "*** CASH FLOW OUT OF BALANCE BY "
                   ws-total-edit " ***" delimited by size
                   into report-line
               move 4 to return-code
           end-if
           write report-line.

       5000-wrapup.
           if ws-card-found
               close gl-accounts
               close gl-period-hist
           end-if
           close cash-report.
